      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D229.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * MANTENIMIENTO DE LA PLANTILLA AUTORIZADA (PLAZAS.DAT, INDEXADO
      * POR DEPARTAMENTO + PUESTO). CATDEPPU.DAT (EJR2D223) DICE QUE
      * DEPARTAMENTOS Y PUESTOS SON VALIDOS; ESTE ARCHIVO DICE CUANTAS
      * PLAZAS TIENE AUTORIZADAS CADA COMBINACION. LO USAN EL REPORTE
      * DE VACANTES Y EXCEDENTES (EJR2D230) Y LA APLICACION DE ALTAS
      * (EJR2D204), QUE AVISA CUANDO UN ALTA REBASARIA LO AUTORIZADO.
      *
      * LOS MOVIMIENTOS LLEGAN EN PLAZMOVS.DAT, UNO POR LINEA:
      *   'A' - AGREGA LA COMBINACION CON SUS PLAZAS (O REACTIVA UNA
      *         RETIRADA, TOMANDO LA CANTIDAD NUEVA);
      *   'R' - RETIRA LA COMBINACION (SE MARCA, NO SE BORRA; DEJA DE
      *         TENER PLAZAS AUTORIZADAS);
      *   'C' - CAMBIA LA CANTIDAD DE PLAZAS AUTORIZADAS.
      * EN 'A' Y 'C' LA CANTIDAD DEBE SER NUMERICA. SI EL CATALOGO DE
      * DEPARTAMENTOS Y PUESTOS EXISTE, AMBOS CODIGOS DEBEN ESTAR
      * ACTIVOS EN EL PARA AGREGAR. CADA MOVIMIENTO SE REPORTA EN
      * REPPLAZA.DAT CON SU RESULTADO. LA PRIMERA VEZ EL ARCHIVO DE
      * PLAZAS NO EXISTE Y SE CREA VACIO.
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
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/plazmovs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MOVS.

      *PLANTILLA AUTORIZADA INDEXADA POR DEPARTAMENTO + PUESTO
       SELECT FILE-PLAZA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/plazas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-LLAVE SOURCE IS PLZ-DEPARTAMENTO
                                             PLZ-PUESTO
           FILE STATUS IS WFS-PLAZA.

      *CATALOGO DE DEPARTAMENTOS Y PUESTOS (EJR2D223); AQUI SOLO SE
      *LEE PARA VALIDAR LOS CODIGOS DE UNA COMBINACION NUEVA
       SELECT FILE-CATDP
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/catdeppu.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDP-LLAVE SOURCE IS CDP-TIPO CDP-CODIGO
           FILE STATUS IS WFS-CATDP.

      *REPORTE DE RESULTADOS DEL MANTENIMIENTO
       SELECT FILE-REPPLZ
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/repplaza.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPPLZ.


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
       01 REG-MOVS PIC X(41).

       FD  FILE-PLAZA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PLAZA.
       01 REG-PLAZA.
           05 PLZ-DEPARTAMENTO    PIC X(15).
           05 PLZ-PUESTO          PIC X(20).
           05 PLZ-AUTORIZADAS     PIC 9(05).
      *ESTADO: 'A' ACTIVA, 'R' RETIRADA (SIN PLAZAS AUTORIZADAS)
           05 PLZ-ESTADO          PIC X(01).
      *FECHA DEL ULTIMO MOVIMIENTO APLICADO
           05 PLZ-FECHA           PIC 9(08).

       FD  FILE-CATDP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CATDP.
       01 REG-CATDP.
           05 CDP-TIPO            PIC X(01).
           05 CDP-CODIGO          PIC X(20).
           05 CDP-DESCRIPCION     PIC X(30).
           05 CDP-ESTADO          PIC X(01).

       FD  FILE-REPPLZ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPPLZ.
       01 REG-REPPLZ PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSS-MOVIMIENTO.
           05 MOV-ACCION          PIC X(01).
           05 MOV-DEPARTAMENTO    PIC X(15).
           05 MOV-PUESTO          PIC X(20).
           05 MOV-AUTORIZADAS     PIC X(05).
           05 MOV-AUTORIZADAS-N REDEFINES MOV-AUTORIZADAS
                                  PIC 9(05).

       01 WSS-FILE-STATUS.
           05 WFS-MOVS            PIC X(2).
           05 WFS-PLAZA           PIC X(2).
           05 WFS-CATDP           PIC X(2).
           05 WFS-REPPLZ          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-MOVIMIENTOS PIC 9(6) VALUE ZEROES.
           05 WAC-AGREGADAS PIC 9(6) VALUE ZEROES.
           05 WAC-REACTIVADAS PIC 9(6) VALUE ZEROES.
           05 WAC-RETIRADAS PIC 9(6) VALUE ZEROES.
           05 WAC-CAMBIADAS PIC 9(6) VALUE ZEROES.
           05 WAC-RECHAZADOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-MOVS PIC X(1) VALUE SPACE.
           05 WSW-PLZ-HALLADA PIC X(1) VALUE SPACE.
           05 WSW-SIN-CATALOGO PIC X(1) VALUE SPACE.
           05 WSW-CODIGOS-OK PIC X(1) VALUE SPACE.

       01 WSS-PARAMETROS.
           05 WSS-FECHA-HOY        PIC 9(08) VALUE ZEROES.

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D229  '.
           05 FILLER              PIC X(42) VALUE
              'MANTENIMIENTO DE PLANTILLA AUTORIZADA'.

       01 WSS-LIN-ENC2.
           05 FILLER               PIC X(04) VALUE 'ACC'.
           05 FILLER               PIC X(17) VALUE 'DEPARTAMENTO'.
           05 FILLER               PIC X(22) VALUE 'PUESTO'.
           05 FILLER               PIC X(07) VALUE 'PLAZAS'.
           05 FILLER               PIC X(12) VALUE 'RESULTADO'.

       01 WSS-LIN-DET.
           05 DET-ACCION            PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-DEPARTAMENTO      PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-PUESTO            PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-AUTORIZADAS       PIC X(05).
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
           ACCEPT WSS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-MOVIMIENTO.

      *LA PRIMERA VEZ EL ARCHIVO DE PLAZAS NO EXISTE: SE CREA VACIO Y
      *SE VUELVE A ABRIR I-O. SIN CATALOGO NO SE VALIDAN CODIGOS.
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-MOVS
           OPEN I-O FILE-PLAZA
           IF WFS-PLAZA EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE PLAZAS PREVIO, SE CREA VACIO'
               OPEN OUTPUT FILE-PLAZA
               CLOSE FILE-PLAZA
               OPEN I-O FILE-PLAZA
           END-IF
           OPEN INPUT FILE-CATDP
           IF WFS-CATDP EQUAL '35'
               DISPLAY 'SIN CATALOGO DEPTOS/PUESTOS, NO SE VALIDAN'
               MOVE 'S' TO WSW-SIN-CATALOGO
               MOVE '00' TO WFS-CATDP
           END-IF
           OPEN OUTPUT FILE-REPPLZ

           IF WFS-MOVS EQUAL '00' AND
              WFS-PLAZA EQUAL '00' AND
              WFS-CATDP EQUAL '00' AND
              WFS-REPPLZ EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-MOVS: 'WFS-MOVS
               DISPLAY 'WFS-PLAZA: 'WFS-PLAZA
               DISPLAY 'WFS-CATDP: 'WFS-CATDP
               DISPLAY 'WFS-REPPLZ: 'WFS-REPPLZ
               PERFORM 1110-FIN-PROG
           END-IF

           WRITE REG-REPPLZ FROM WSS-LIN-ENC1
           WRITE REG-REPPLZ FROM WSS-LIN-ENC2
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
           IF MOV-DEPARTAMENTO EQUAL SPACE OR
              MOV-PUESTO EQUAL SPACE
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'LLAVE INVAL' TO DET-RESULTADO
               PERFORM 2190-GRABA-RESULTADO
           ELSE
               EVALUATE MOV-ACCION
                   WHEN 'A'
                       PERFORM 2200-AGREGA-PLAZA
                   WHEN 'R'
                       PERFORM 2300-RETIRA-PLAZA
                   WHEN 'C'
                       PERFORM 2400-CAMBIA-PLAZAS
                   WHEN OTHER
                       ADD 1 TO WAC-RECHAZADOS
                       MOVE 'ACC INVALIDA' TO DET-RESULTADO
                       PERFORM 2190-GRABA-RESULTADO
               END-EVALUATE
           END-IF
           .

      *ALTA: LA CANTIDAD DEBE SER NUMERICA Y LOS CODIGOS DEBEN ESTAR
      *ACTIVOS EN EL CATALOGO. SI LA LLAVE YA EXISTE RETIRADA SE
      *REACTIVA CON LA CANTIDAD NUEVA; SI YA EXISTE ACTIVA SOLO SE
      *REPORTA
       2200-AGREGA-PLAZA.
           PERFORM 2170-VALIDA-CODIGOS
           IF MOV-AUTORIZADAS IS NOT NUMERIC
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'CANT INVALID' TO DET-RESULTADO
           ELSE
               IF WSW-CODIGOS-OK NOT EQUAL 'S'
                   ADD 1 TO WAC-RECHAZADOS
               ELSE
                   MOVE MOV-DEPARTAMENTO TO PLZ-DEPARTAMENTO
                   MOVE MOV-PUESTO TO PLZ-PUESTO
                   MOVE MOV-AUTORIZADAS-N TO PLZ-AUTORIZADAS
                   MOVE 'A' TO PLZ-ESTADO
                   MOVE WSS-FECHA-HOY TO PLZ-FECHA
                   WRITE REG-PLAZA
                       INVALID KEY
                           IF WFS-PLAZA EQUAL '22'
                               PERFORM 2250-REACTIVA-PLAZA
                           ELSE
                               DISPLAY 'ERROR DE GRABACION PLAZAS: '
                                       WFS-PLAZA
                               PERFORM 1110-FIN-PROG
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WAC-AGREGADAS
                           MOVE 'AGREGADA' TO DET-RESULTADO
                   END-WRITE
               END-IF
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

       2250-REACTIVA-PLAZA.
           PERFORM 2150-LEE-PLAZA
           IF WSW-PLZ-HALLADA NOT EQUAL 'S'
               DISPLAY 'PLAZAS INCONSISTENTE EN LLAVE: '
                       MOV-DEPARTAMENTO MOV-PUESTO
               PERFORM 1110-FIN-PROG
           END-IF
           IF PLZ-ESTADO EQUAL 'R'
               MOVE 'A' TO PLZ-ESTADO
               MOVE MOV-AUTORIZADAS-N TO PLZ-AUTORIZADAS
               MOVE WSS-FECHA-HOY TO PLZ-FECHA
               PERFORM 2160-REESCRIBE-PLAZA
               ADD 1 TO WAC-REACTIVADAS
               MOVE 'REACTIVADA' TO DET-RESULTADO
           ELSE
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'YA EXISTE' TO DET-RESULTADO
           END-IF
           .

       2300-RETIRA-PLAZA.
           PERFORM 2150-LEE-PLAZA
           IF WSW-PLZ-HALLADA NOT EQUAL 'S'
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'NO EXISTE' TO DET-RESULTADO
           ELSE
               IF PLZ-ESTADO EQUAL 'R'
                   ADD 1 TO WAC-RECHAZADOS
                   MOVE 'YA RETIRADA' TO DET-RESULTADO
               ELSE
                   MOVE 'R' TO PLZ-ESTADO
                   MOVE WSS-FECHA-HOY TO PLZ-FECHA
                   PERFORM 2160-REESCRIBE-PLAZA
                   ADD 1 TO WAC-RETIRADAS
                   MOVE 'RETIRADA' TO DET-RESULTADO
               END-IF
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

      *CAMBIO DE CANTIDAD: SOLO SOBRE UNA COMBINACION ACTIVA; UNA
      *RETIRADA SE REACTIVA CON 'A'
       2400-CAMBIA-PLAZAS.
           PERFORM 2150-LEE-PLAZA
           IF WSW-PLZ-HALLADA NOT EQUAL 'S'
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'NO EXISTE' TO DET-RESULTADO
           ELSE
               IF MOV-AUTORIZADAS IS NOT NUMERIC
                   ADD 1 TO WAC-RECHAZADOS
                   MOVE 'CANT INVALID' TO DET-RESULTADO
               ELSE
                   IF PLZ-ESTADO EQUAL 'R'
                       ADD 1 TO WAC-RECHAZADOS
                       MOVE 'YA RETIRADA' TO DET-RESULTADO
                   ELSE
                       MOVE MOV-AUTORIZADAS-N TO PLZ-AUTORIZADAS
                       MOVE WSS-FECHA-HOY TO PLZ-FECHA
                       PERFORM 2160-REESCRIBE-PLAZA
                       ADD 1 TO WAC-CAMBIADAS
                       MOVE 'CAMBIADA' TO DET-RESULTADO
                   END-IF
               END-IF
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

       2150-LEE-PLAZA.
           MOVE MOV-DEPARTAMENTO TO PLZ-DEPARTAMENTO
           MOVE MOV-PUESTO TO PLZ-PUESTO
           READ FILE-PLAZA
               KEY IS PLZ-LLAVE
               INVALID KEY
                   MOVE SPACE TO WSW-PLZ-HALLADA
               NOT INVALID KEY
                   MOVE 'S' TO WSW-PLZ-HALLADA
           END-READ
           .

       2160-REESCRIBE-PLAZA.
           REWRITE REG-PLAZA
           IF WFS-PLAZA EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE REESCRITURA PLAZAS: 'WFS-PLAZA
              PERFORM 1110-FIN-PROG
           END-IF
           .

      *DEPARTAMENTO ('D') Y PUESTO ('P') DEBEN EXISTIR ACTIVOS EN EL
      *CATALOGO; SIN CATALOGO SE ACEPTAN. SI NO, DET-RESULTADO SALE
      *CON EL MOTIVO
       2170-VALIDA-CODIGOS.
           MOVE 'S' TO WSW-CODIGOS-OK
           IF WSW-SIN-CATALOGO NOT EQUAL 'S'
               MOVE 'D' TO CDP-TIPO
               MOVE MOV-DEPARTAMENTO TO CDP-CODIGO
               PERFORM 2175-LEE-CATALOGO
               IF WSW-CODIGOS-OK NOT EQUAL 'S'
                   MOVE 'DEPTO NO CAT' TO DET-RESULTADO
               ELSE
                   MOVE 'P' TO CDP-TIPO
                   MOVE MOV-PUESTO TO CDP-CODIGO
                   PERFORM 2175-LEE-CATALOGO
                   IF WSW-CODIGOS-OK NOT EQUAL 'S'
                       MOVE 'PUESTO NO CT' TO DET-RESULTADO
                   END-IF
               END-IF
           END-IF
           .

       2175-LEE-CATALOGO.
           READ FILE-CATDP
               KEY IS CDP-LLAVE
               INVALID KEY
                   MOVE SPACE TO WSW-CODIGOS-OK
               NOT INVALID KEY
                   IF CDP-ESTADO NOT EQUAL 'A'
                       MOVE SPACE TO WSW-CODIGOS-OK
                   END-IF
           END-READ
           .

       2190-GRABA-RESULTADO.
           MOVE MOV-ACCION TO DET-ACCION
           MOVE MOV-DEPARTAMENTO TO DET-DEPARTAMENTO
           MOVE MOV-PUESTO TO DET-PUESTO
           MOVE MOV-AUTORIZADAS TO DET-AUTORIZADAS
           WRITE REG-REPPLZ FROM WSS-LIN-DET
           IF WFS-REPPLZ EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPPLZ
              PERFORM 1110-FIN-PROG
           END-IF
           .

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'MOVIMIENTOS LEIDOS       : 'WAC-MOVIMIENTOS
           DISPLAY 'PLAZAS AGREGADAS         : 'WAC-AGREGADAS
           DISPLAY 'PLAZAS REACTIVADAS       : 'WAC-REACTIVADAS
           DISPLAY 'PLAZAS RETIRADAS         : 'WAC-RETIRADAS
           DISPLAY 'CANTIDADES CAMBIADAS     : 'WAC-CAMBIADAS
           DISPLAY 'MOVIMIENTOS RECHAZADOS   : 'WAC-RECHAZADOS
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-MOVS
                 FILE-PLAZA
                 FILE-REPPLZ
           IF WSW-SIN-CATALOGO NOT EQUAL 'S'
               CLOSE FILE-CATDP
           END-IF
           .
