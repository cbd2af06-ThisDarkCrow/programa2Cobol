      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D225.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * MANTENIMIENTO DE LA TABLA DE APROBADORES AUTORIZADOS
      * (APROBADORES.DAT, INDEXADO POR CLAVE DE APROBADOR). LA TABLA
      * ES LA QUE CONSULTAN EJR2D204, EJR2D214 Y EJR2D216 ANTES DE
      * APLICAR UNA DECISION DE APROBALTA/APROBAJA/APROCAMB: DICE QUE
      * TIPO DE MOVIMIENTO PUEDE APROBAR CADA QUIEN (ALTA, BAJA,
      * CAMBIO) Y EN QUE PERIODO ESTA VIGENTE SU AUTORIZACION.
      *
      * LOS MOVIMIENTOS LLEGAN EN APRMOVS.DAT, UNO POR LINEA:
      *   'A' - AGREGA AL APROBADOR (O REACTIVA UNO RETIRADO);
      *   'R' - RETIRA AL APROBADOR (SE MARCA, NO SE BORRA: LA CLAVE
      *         SIGUE DOCUMENTADA PERO YA NO AUTORIZA);
      *   'C' - CAMBIA NOMBRE, TIPOS AUTORIZADOS Y VIGENCIA.
      * LOS TIPOS AUTORIZADOS VIENEN COMO 'S'/'N' Y LA VIGENCIA COMO
      * FECHAS DESDE/VENCE (AAAAMMDD; 99999999 = SIN VENCIMIENTO).
      * CADA MOVIMIENTO SE REPORTA EN REPAPROB.DAT CON SU RESULTADO.
      * LA PRIMERA VEZ LA TABLA NO EXISTE Y SE CREA VACIA.
      *
      * MODIFICACIONES
      * 15/10/2026 R2D2 - VERSION INICIAL.
      ******************************************************************

      ******************************************************************
      *                      EVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MOVIMIENTOS DEL OPERADOR
       SELECT FILE-MOVS
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprmovs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MOVS.

      *TABLA INDEXADA DE APROBADORES AUTORIZADOS
       SELECT FILE-APROB
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprobadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-CLAVE
           FILE STATUS IS WFS-APROB.

      *REPORTE DE RESULTADOS DEL MANTENIMIENTO
       SELECT FILE-REPAPR
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/repaprob.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPAPR.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-MOVS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MOVS.
       01 REG-MOVS PIC X(58).

       FD  FILE-APROB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-APROB.
       01 REG-APROB.
           05 APR-CLAVE           PIC X(08).
           05 APR-NOMBRE          PIC X(30).
      *TIPOS DE MOVIMIENTO QUE PUEDE APROBAR: 'S' SI, 'N' NO
           05 APR-ALTA            PIC X(01).
           05 APR-BAJA            PIC X(01).
           05 APR-CAMBIO          PIC X(01).
      *VIGENCIA DE LA AUTORIZACION (AAAAMMDD)
           05 APR-DESDE           PIC 9(08).
           05 APR-VENCE           PIC 9(08).
      *ESTADO: 'A' ACTIVO, 'R' RETIRADO
           05 APR-ESTADO          PIC X(01).

       FD  FILE-REPAPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPAPR.
       01 REG-REPAPR PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSS-MOVIMIENTO.
           05 MOV-ACCION          PIC X(01).
           05 MOV-CLAVE           PIC X(08).
           05 MOV-NOMBRE          PIC X(30).
           05 MOV-ALTA            PIC X(01).
           05 MOV-BAJA            PIC X(01).
           05 MOV-CAMBIO          PIC X(01).
           05 MOV-DESDE           PIC X(08).
           05 MOV-DESDE-N REDEFINES MOV-DESDE
                                  PIC 9(08).
           05 MOV-VENCE           PIC X(08).
           05 MOV-VENCE-N REDEFINES MOV-VENCE
                                  PIC 9(08).

       01 WSS-FILE-STATUS.
           05 WFS-MOVS            PIC X(2).
           05 WFS-APROB           PIC X(2).
           05 WFS-REPAPR          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-MOVIMIENTOS PIC 9(6) VALUE ZEROES.
           05 WAC-AGREGADOS PIC 9(6) VALUE ZEROES.
           05 WAC-REACTIVADOS PIC 9(6) VALUE ZEROES.
           05 WAC-RETIRADOS PIC 9(6) VALUE ZEROES.
           05 WAC-CAMBIADOS PIC 9(6) VALUE ZEROES.
           05 WAC-RECHAZADOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-MOVS PIC X(1) VALUE SPACE.
           05 WSW-APR-HALLADO PIC X(1) VALUE SPACE.
           05 WSW-MOV-VALIDO PIC X(1) VALUE SPACE.

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D225  '.
           05 FILLER              PIC X(42) VALUE
              'MANTENIMIENTO DE APROBADORES AUTORIZADOS'.

       01 WSS-LIN-ENC2.
           05 FILLER               PIC X(04) VALUE 'ACC'.
           05 FILLER               PIC X(10) VALUE 'APROBADOR'.
           05 FILLER               PIC X(06) VALUE 'A B C'.
           05 FILLER               PIC X(10) VALUE 'DESDE'.
           05 FILLER               PIC X(10) VALUE 'VENCE'.
           05 FILLER               PIC X(12) VALUE 'RESULTADO'.

       01 WSS-LIN-DET.
           05 DET-ACCION            PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-CLAVE             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-ALTA              PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-BAJA              PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-CAMBIO            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-DESDE             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-VENCE             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-RESULTADO         PIC X(12).


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
               UNTIL WSW-MOVS EQUAL 's'
           PERFORM 3000-FIN
           .

       1000-INICIO.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-MOVIMIENTO.

      *LA PRIMERA VEZ LA TABLA NO EXISTE: SE CREA VACIA Y SE VUELVE
      *A ABRIR I-O
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-MOVS
           OPEN I-O FILE-APROB
           IF WFS-APROB EQUAL '35'
               DISPLAY 'SIN TABLA DE APROBADORES PREVIA, SE CREA VACIA'
               OPEN OUTPUT FILE-APROB
               CLOSE FILE-APROB
               OPEN I-O FILE-APROB
           END-IF
           OPEN OUTPUT FILE-REPAPR

           IF WFS-MOVS EQUAL '00' AND
              WFS-APROB EQUAL '00' AND
              WFS-REPAPR EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-MOVS: 'WFS-MOVS
               DISPLAY 'WFS-APROB: 'WFS-APROB
               DISPLAY 'WFS-REPAPR: 'WFS-REPAPR
               PERFORM 1110-FIN-PROG
           END-IF

           WRITE REG-REPAPR FROM WSS-LIN-ENC1
           WRITE REG-REPAPR FROM WSS-LIN-ENC2
           .

       1110-FIN-PROG.
           STOP RUN.

       1200-LEE-MOVIMIENTO.
           READ FILE-MOVS INTO WSS-MOVIMIENTO
           IF WFS-MOVS = '00'
               ADD 1 TO WAC-MOVIMIENTOS
           ELSE
               IF WFS-MOVS = '10'
                   MOVE 's' TO WSW-MOVS
               END-IF
           END-IF
           .

       2000-PROCESO.
           PERFORM 2100-APLICA-MOVIMIENTO.
           PERFORM 1200-LEE-MOVIMIENTO.

       2100-APLICA-MOVIMIENTO.
           IF MOV-CLAVE EQUAL SPACE
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'SIN CLAVE' TO DET-RESULTADO
               PERFORM 2190-GRABA-RESULTADO
           ELSE
               EVALUATE MOV-ACCION
                   WHEN 'A'
                       PERFORM 2200-AGREGA-APROBADOR
                   WHEN 'R'
                       PERFORM 2300-RETIRA-APROBADOR
                   WHEN 'C'
                       PERFORM 2400-CAMBIA-APROBADOR
                   WHEN OTHER
                       ADD 1 TO WAC-RECHAZADOS
                       MOVE 'ACC INVALIDA' TO DET-RESULTADO
                       PERFORM 2190-GRABA-RESULTADO
               END-EVALUATE
           END-IF
           .

      *UN ALTA O UN CAMBIO TRAE TIPOS Y VIGENCIA COMPLETOS: CADA TIPO
      *'S' O 'N', AMBAS FECHAS NUMERICAS Y EL VENCIMIENTO NO ANTERIOR
      *AL INICIO; SI ALGO FALLA EL MOVIMIENTO SE RECHAZA COMPLETO
       2150-VALIDA-MOVIMIENTO.
           MOVE 'S' TO WSW-MOV-VALIDO
           IF (MOV-ALTA NOT EQUAL 'S' AND MOV-ALTA NOT EQUAL 'N') OR
              (MOV-BAJA NOT EQUAL 'S' AND MOV-BAJA NOT EQUAL 'N') OR
              (MOV-CAMBIO NOT EQUAL 'S' AND MOV-CAMBIO NOT EQUAL 'N')
               MOVE SPACE TO WSW-MOV-VALIDO
               MOVE 'TIPO INVALID' TO DET-RESULTADO
           ELSE
               IF MOV-DESDE IS NOT NUMERIC OR
                  MOV-VENCE IS NOT NUMERIC
                   MOVE SPACE TO WSW-MOV-VALIDO
                   MOVE 'FECHA INVAL' TO DET-RESULTADO
               ELSE
                   IF MOV-VENCE-N LESS THAN MOV-DESDE-N
                       MOVE SPACE TO WSW-MOV-VALIDO
                       MOVE 'VIGENC INVAL' TO DET-RESULTADO
                   END-IF
               END-IF
           END-IF
           .

      *ALTA: SI LA CLAVE YA EXISTE RETIRADA SE REACTIVA CON LOS TIPOS
      *Y LA VIGENCIA NUEVOS; SI YA EXISTE ACTIVA SOLO SE REPORTA
       2200-AGREGA-APROBADOR.
           PERFORM 2150-VALIDA-MOVIMIENTO
           IF WSW-MOV-VALIDO NOT EQUAL 'S'
               ADD 1 TO WAC-RECHAZADOS
           ELSE
               MOVE MOV-CLAVE TO APR-CLAVE
               MOVE MOV-NOMBRE TO APR-NOMBRE
               MOVE MOV-ALTA TO APR-ALTA
               MOVE MOV-BAJA TO APR-BAJA
               MOVE MOV-CAMBIO TO APR-CAMBIO
               MOVE MOV-DESDE-N TO APR-DESDE
               MOVE MOV-VENCE-N TO APR-VENCE
               MOVE 'A' TO APR-ESTADO
               WRITE REG-APROB
                   INVALID KEY
                       IF WFS-APROB EQUAL '22'
                           PERFORM 2250-REACTIVA-APROBADOR
                       ELSE
                           DISPLAY 'ERROR DE GRABACION APROBADORES: '
                                   WFS-APROB
                           PERFORM 1110-FIN-PROG
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WAC-AGREGADOS
                       MOVE 'AGREGADO' TO DET-RESULTADO
               END-WRITE
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

       2250-REACTIVA-APROBADOR.
           PERFORM 2160-LEE-APROBADOR
           IF WSW-APR-HALLADO NOT EQUAL 'S'
               DISPLAY 'TABLA DE APROBADORES INCONSISTENTE EN CLAVE: '
                       MOV-CLAVE
               PERFORM 1110-FIN-PROG
           END-IF
           IF APR-ESTADO EQUAL 'R'
               PERFORM 2180-TOMA-MOVIMIENTO
               MOVE 'A' TO APR-ESTADO
               PERFORM 2170-REESCRIBE-APROBADOR
               ADD 1 TO WAC-REACTIVADOS
               MOVE 'REACTIVADO' TO DET-RESULTADO
           ELSE
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'YA EXISTE' TO DET-RESULTADO
           END-IF
           .

       2300-RETIRA-APROBADOR.
           PERFORM 2160-LEE-APROBADOR
           IF WSW-APR-HALLADO NOT EQUAL 'S'
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'NO EXISTE' TO DET-RESULTADO
           ELSE
               IF APR-ESTADO EQUAL 'R'
                   ADD 1 TO WAC-RECHAZADOS
                   MOVE 'YA RETIRADO' TO DET-RESULTADO
               ELSE
                   MOVE 'R' TO APR-ESTADO
                   PERFORM 2170-REESCRIBE-APROBADOR
                   ADD 1 TO WAC-RETIRADOS
                   MOVE 'RETIRADO' TO DET-RESULTADO
               END-IF
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

      *CAMBIO: TIPOS Y VIGENCIA SE REEMPLAZAN COMPLETOS; EL NOMBRE
      *SOLO SI VIENE
       2400-CAMBIA-APROBADOR.
           PERFORM 2150-VALIDA-MOVIMIENTO
           IF WSW-MOV-VALIDO NOT EQUAL 'S'
               ADD 1 TO WAC-RECHAZADOS
           ELSE
               PERFORM 2160-LEE-APROBADOR
               IF WSW-APR-HALLADO NOT EQUAL 'S'
                   ADD 1 TO WAC-RECHAZADOS
                   MOVE 'NO EXISTE' TO DET-RESULTADO
               ELSE
                   PERFORM 2180-TOMA-MOVIMIENTO
                   PERFORM 2170-REESCRIBE-APROBADOR
                   ADD 1 TO WAC-CAMBIADOS
                   MOVE 'CAMBIADO' TO DET-RESULTADO
               END-IF
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

       2160-LEE-APROBADOR.
           MOVE MOV-CLAVE TO APR-CLAVE
           READ FILE-APROB
               KEY IS APR-CLAVE
               INVALID KEY
                   MOVE SPACE TO WSW-APR-HALLADO
               NOT INVALID KEY
                   MOVE 'S' TO WSW-APR-HALLADO
           END-READ
           .

       2170-REESCRIBE-APROBADOR.
           REWRITE REG-APROB
           IF WFS-APROB EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE REESCRITURA APROBADORES: 'WFS-APROB
              PERFORM 1110-FIN-PROG
           END-IF
           .

       2180-TOMA-MOVIMIENTO.
           IF MOV-NOMBRE NOT EQUAL SPACE
               MOVE MOV-NOMBRE TO APR-NOMBRE
           END-IF
           MOVE MOV-ALTA TO APR-ALTA
           MOVE MOV-BAJA TO APR-BAJA
           MOVE MOV-CAMBIO TO APR-CAMBIO
           MOVE MOV-DESDE-N TO APR-DESDE
           MOVE MOV-VENCE-N TO APR-VENCE
           .

       2190-GRABA-RESULTADO.
           MOVE MOV-ACCION TO DET-ACCION
           MOVE MOV-CLAVE TO DET-CLAVE
           MOVE MOV-ALTA TO DET-ALTA
           MOVE MOV-BAJA TO DET-BAJA
           MOVE MOV-CAMBIO TO DET-CAMBIO
           MOVE MOV-DESDE TO DET-DESDE
           MOVE MOV-VENCE TO DET-VENCE
           WRITE REG-REPAPR FROM WSS-LIN-DET
           IF WFS-REPAPR EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPAPR
              PERFORM 1110-FIN-PROG
           END-IF
           .

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'MOVIMIENTOS LEIDOS       : 'WAC-MOVIMIENTOS
           DISPLAY 'APROBADORES AGREGADOS    : 'WAC-AGREGADOS
           DISPLAY 'APROBADORES REACTIVADOS  : 'WAC-REACTIVADOS
           DISPLAY 'APROBADORES RETIRADOS    : 'WAC-RETIRADOS
           DISPLAY 'APROBADORES CAMBIADOS    : 'WAC-CAMBIADOS
           DISPLAY 'MOVIMIENTOS RECHAZADOS   : 'WAC-RECHAZADOS
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-MOVS
                 FILE-APROB
                 FILE-REPAPR
           .
