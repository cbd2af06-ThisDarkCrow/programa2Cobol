      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D226.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * LIBERACION DE MOVIMIENTOS PROGRAMADOS. RECURSOS HUMANOS SABE
      * DE UN ALTA, UNA BAJA O UN CAMBIO CON SEMANAS DE ANTICIPACION;
      * LA DECISION YA APROBADA SE CAPTURA EN PROGRAMADOS.DAT CON SU
      * FECHA EFECTIVA Y ESTE PASO, CADA NOCHE ANTES DE EJR2D204,
      * EJR2D214 Y EJR2D216, LA SUELTA AL ARCHIVO DE DECISIONES QUE
      * LE CORRESPONDE HASTA QUE LA FECHA LLEGA:
      *
      *   - 'A' ALTA   -> APROBALTA.DAT (EJR2D204);
      *   - 'B' BAJA   -> APROBAJA.DAT  (EJR2D214);
      *   - 'C' CAMBIO -> APROCAMB.DAT  (EJR2D216).
      *
      * LA DECISION VIAJA TAL CUAL (LLAVE, ACCION, APROBADOR, FECHA
      * DE APROBACION Y CAPTURISTA), ASI QUE EL PROGRAMA QUE LA APLICA
      * LA VALIDA CONTRA APROBADORES.DAT IGUAL QUE A UNA CAPTURADA EL
      * MISMO DIA. LO QUE TODAVIA NO VENCE SE QUEDA EN PROGRAMADOS.DAT
      * PARA LA SIGUIENTE CORRIDA; LO LIBERADO SE QUEDA MARCADO 'L'
      * HASTA QUE LA CORRIDA SIGUIENTE CONFIRMA QUE SE APLICO:
      *
      *   - ALTA   -> ALTASHIS.DAT CON ESE RFC Y FECHA >= LIBERACION;
      *   - BAJA   -> BAJASARCH.DAT CON ESA LLAVE Y FECHA >= LIBERACION;
      *   - CAMBIO -> LA LLAVE YA NO APARECE EN CAMBIOSENT.DAT (EJR2D202
      *               DE ESTA NOCHE YA NO VE LA DISCREPANCIA);
      *   - UN RECHAZO SOLO NECESITA HABER LLEGADO A SU ARCHIVO.
      *
      * REPPROG.DAT LISTA CADA MOVIMIENTO CON SU RESULTADO: LIBERADO,
      * VENCIDO (LIBERADO TARDE: SU FECHA EFECTIVA YA HABIA PASADO, EL
      * PASO NO CORRIO ESA NOCHE O SE CAPTURO RETROACTIVO), YA DECIDIDO
      * (LA MISMA DECISION YA ESTABA EN SU ARCHIVO), PENDIENTE (AUN NO
      * LLEGA SU FECHA), CONFIRMADO, NO APLICADO (SE QUEDA 'L' Y SE
      * VUELVE A REPORTAR CADA NOCHE), REENVIADO (NO APLICADO Y LA
      * DECISION YA NO ESTABA EN SU ARCHIVO) O RECHAZADO POR TIPO O
      * FECHA INVALIDA.
      * LA FECHA DE CORRIDA ES LA DE HOY, O EJR2D226-FECHA (AAAAMMDD)
      * SI SE DA, IGUAL QUE EJR2D215-FECHA.
      *
      * MODIFICACIONES
      * 15/10/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - LO LIBERADO YA NO SALE DE PROGRAMADOS.DAT: SE
      *                    QUEDA CON ESTADO 'L' Y FECHA DE LIBERACION
      *                    (REGISTRO DE 64) HASTA CONFIRMAR QUE SE
      *                    APLICO. LA CORRIDA SIGUIENTE LO BUSCA EN
      *                    ALTASHIS.DAT/BAJASARCH.DAT (ALTA O BAJA CON
      *                    FECHA >= LIBERACION) O, UN CAMBIO, EN
      *                    CAMBIOSENT.DAT (YA NO HAY DISCREPANCIA); SI
      *                    NO APARECE SE REPORTA 'NO APLICADO' Y SE
      *                    REENVIA SI LA DECISION YA NO ESTA EN SU
      *                    ARCHIVO. LAS DECISIONES SE ESCRIBEN PRIMERO A
      *                    UN ARCHIVO DE TRABAJO Y SE AGREGAN A LOS
      *                    ARCHIVOS DE DECISIONES HASTA DESPUES DE
      *                    REESCRIBIR PROGRAMADOS.DAT; UNA DECISION QUE
      *                    YA ESTA EN SU ARCHIVO NO SE VUELVE A AGREGAR,
      *                    ASI QUE RECORRER EL PASO NO LIBERA DOS VECES.
      ******************************************************************

      ******************************************************************
      *                      EVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MOVIMIENTOS PROGRAMADOS (ENTRADA)
       SELECT FILE-PROGANT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/programados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PROGANT.

      *EL MISMO ARCHIVO, REESCRITO AL FINAL SOLO CON LO QUE SIGUE
      *PENDIENTE; NUNCA ESTAN ABIERTOS A LA VEZ
       SELECT FILE-PROGNVO
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/programados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PROGNVO.

      *ARCHIVO DE TRABAJO CON LOS PENDIENTES MIENTRAS SE LEE EL
      *ORIGINAL
       SELECT FILE-PROGTRB
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/progtrab.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PROGTRB.

      *ARCHIVO DE TRABAJO CON LAS DECISIONES A LIBERAR; SE AGREGAN A
      *SU ARCHIVO HASTA QUE PROGRAMADOS.DAT YA QUEDO REESCRITO
       SELECT FILE-PROGLIB
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/progliber.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PROGLIB.

      *ARCHIVO DE TRABAJO: LLAVES DE LO APLICADO (ALTASHIS/BAJASARCH),
      *DE LAS DISCREPANCIAS VIGENTES (CAMBIOSENT) Y DE LAS DECISIONES
      *QUE YA ESTAN EN SU ARCHIVO; SE RECREA EN CADA CORRIDA
       SELECT FILE-PRGCTL
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/progctl.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-LLAVE
           FILE STATUS IS WFS-CONTROL.

      *HISTORICO DE ALTAS (EJR2D204), BAJAS ARCHIVADAS (EJR2D214) Y
      *DISCREPANCIAS DE ESTA NOCHE (EJR2D202); AQUI SOLO SE LEEN
       SELECT FILE-ALTAHIS
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/altashis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ALTAHIS.

       SELECT FILE-BAJARCH
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/bajasarch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-BAJARCH.

       SELECT FILE-CAMBIOS
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/cambiosent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CAMBIOS.

      *DECISIONES QUE CONSUMEN EJR2D204/EJR2D214/EJR2D216; SE LEEN
      *AL INICIO Y SE AGREGAN AL FINAL
       SELECT FILE-DECALT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprobalta.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-DECALT.

       SELECT FILE-DECBAJ
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprobaja.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-DECBAJ.

       SELECT FILE-DECCAM
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprocamb.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-DECCAM.

      *REPORTE DE LIBERADOS, VENCIDOS Y PENDIENTES
       SELECT FILE-REPPRG
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/repprog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPPRG.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-PROGANT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROGANT.
       01 REG-PROGANT PIC X(64).

       FD  FILE-PROGNVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROGNVO.
       01 REG-PROGNVO PIC X(64).

       FD  FILE-PROGTRB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROGTRB.
       01 REG-PROGTRB PIC X(64).

       FD  FILE-PROGLIB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROGLIB.
       01 REG-PROGLIB PIC X(47).

      *ORIGEN 'H' APLICADO / 'P' DISCREPANCIA VIGENTE / 'D' DECISION
      *EN SU ARCHIVO, TIPO DE MOVIMIENTO Y, PARA 'D', LA DECISION
      *COMPLETA; PARA 'H'/'P' SOLO NUMERO + RFC (UN ALTA VA SIN NUMERO,
      *SOLO RFC, PORQUE UN REINGRESO ENTRA CON EL NUMERO ANTERIOR)
       FD  FILE-PRGCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONTROL.
       01 REG-CONTROL.
           05 CTL-LLAVE.
               10 CTL-ORIGEN          PIC X(01).
               10 CTL-TIPO            PIC X(01).
               10 CTL-DATOS           PIC X(46).
               10 CTL-MOVIMIENTO REDEFINES CTL-DATOS.
                   15 CTL-NUM-EMPLEADO    PIC X(08).
                   15 CTL-RFC             PIC X(13).
                   15 FILLER              PIC X(25).
           05 CTL-FECHA           PIC 9(08).

       FD  FILE-ALTAHIS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ALTAHIS.
       01 REG-ALTAHIS PIC X(61).

       FD  FILE-BAJARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BAJARCH.
       01 REG-BAJARCH PIC X(216).

       FD  FILE-CAMBIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAMBIOS.
       01 REG-CAMBIOS PIC X(186).

       FD  FILE-DECALT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DECALT.
       01 REG-DECALT PIC X(46).

       FD  FILE-DECBAJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DECBAJ.
       01 REG-DECBAJ PIC X(46).

       FD  FILE-DECCAM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DECCAM.
       01 REG-DECCAM PIC X(46).

       FD  FILE-REPPRG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPPRG.
       01 REG-REPPRG PIC X(80).

       WORKING-STORAGE SECTION.
      *MOVIMIENTO PROGRAMADO: TIPO ('A'/'B'/'C'), FECHA EFECTIVA Y LA
      *DECISION YA APROBADA CON EL LAYOUT DE APROBALTA/APROBAJA/
      *APROCAMB; AL FINAL EL ESTADO (' ' POR LIBERAR, 'L' LIBERADO
      *POR CONFIRMAR) Y LA FECHA DE LIBERACION. LAS LINEAS DE 55 QUE
      *CAPTURA EL OPERADOR LLEGAN CON ESTADO EN BLANCO
       01 WSS-PROGRAMADO.
           05 PRG-TIPO            PIC X(01).
           05 PRG-FECHA           PIC X(08).
           05 PRG-FECHA-N REDEFINES PRG-FECHA
                                  PIC 9(08).
           05 PRG-DECISION.
               10 DEC-NUM-EMPLEADO    PIC X(08).
               10 DEC-RFC             PIC X(13).
               10 DEC-ACCION          PIC X(01).
               10 DEC-APROBADOR       PIC X(08).
               10 DEC-FECHA           PIC X(08).
               10 DEC-CAPTURISTA      PIC X(08).
           05 PRG-ESTADO          PIC X(01).
           05 PRG-FECHA-LIB       PIC 9(08).

      *DECISION LIBERADA, TAL COMO SE AGREGA A SU ARCHIVO
       01 WSS-LIBERADA.
           05 LIB-TIPO            PIC X(01).
           05 LIB-DECISION        PIC X(46).

      *CAMPOS DE LOS ARCHIVOS DE CONFIRMACION QUE SE CARGAN AL
      *ARCHIVO DE CONTROL
       01 WSS-ALTAHIS.
           05 AHI-FECHA           PIC 9(08).
           05 AHI-HORA            PIC 9(08).
           05 AHI-EMPLEADO        PIC X(08).
           05 AHI-RFC             PIC X(13).
           05 FILLER              PIC X(24).

       01 WSS-ARCHIVO.
           05 ARCH-FECHA          PIC 9(08).
           05 ARCH-HORA           PIC 9(08).
           05 ARCH-RFC            PIC X(13).
           05 FILLER              PIC X(80).
           05 ARCH-NUM-EMPLEADO   PIC X(08).
           05 FILLER              PIC X(99).

       01 WSS-CAMBIO.
           05 CAM-NUM-EMPLEADO    PIC X(08).
           05 CAM-RFC             PIC X(13).
           05 FILLER              PIC X(165).

       01 WSS-DECISION-ARCH      PIC X(46).

       01 WSS-FILE-STATUS.
           05 WFS-PROGANT         PIC X(2).
           05 WFS-PROGNVO         PIC X(2).
           05 WFS-PROGTRB         PIC X(2).
           05 WFS-PROGLIB         PIC X(2).
           05 WFS-CONTROL         PIC X(2).
           05 WFS-ALTAHIS         PIC X(2).
           05 WFS-BAJARCH         PIC X(2).
           05 WFS-CAMBIOS         PIC X(2).
           05 WFS-DECALT          PIC X(2).
           05 WFS-DECBAJ          PIC X(2).
           05 WFS-DECCAM          PIC X(2).
           05 WFS-REPPRG          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-PROGRAMADOS PIC 9(6) VALUE ZEROES.
           05 WAC-LIBERADOS PIC 9(6) VALUE ZEROES.
           05 WAC-VENCIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-PENDIENTES PIC 9(6) VALUE ZEROES.
           05 WAC-RECHAZADOS PIC 9(6) VALUE ZEROES.
           05 WAC-LIB-ALTAS PIC 9(6) VALUE ZEROES.
           05 WAC-LIB-BAJAS PIC 9(6) VALUE ZEROES.
           05 WAC-LIB-CAMBIOS PIC 9(6) VALUE ZEROES.
           05 WAC-YA-DECIDIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-CONFIRMADOS PIC 9(6) VALUE ZEROES.
           05 WAC-NO-APLICADOS PIC 9(6) VALUE ZEROES.
           05 WAC-REENVIADOS PIC 9(6) VALUE ZEROES.
           05 WAC-CONTROL PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-PROGANT PIC X(1) VALUE SPACE.
           05 WSW-PROGTRB PIC X(1) VALUE SPACE.
           05 WSW-SIN-PROGRAMADOS PIC X(1) VALUE SPACE.
           05 WSW-PROGLIB PIC X(1) VALUE SPACE.
           05 WSW-CARGA PIC X(1) VALUE SPACE.
           05 WSW-SIN-CAMBIOS PIC X(1) VALUE SPACE.
           05 WSW-EN-ARCHIVO PIC X(1) VALUE SPACE.
           05 WSW-APLICADO PIC X(1) VALUE SPACE.

      *FECHA DE CORRIDA: HOY, O LA QUE DIGA EJR2D226-FECHA
       01 WSS-PARAMETROS.
           05 WSS-FECHA-PARM       PIC X(08) VALUE SPACE.
           05 WSS-FECHA-PARM-N REDEFINES WSS-FECHA-PARM
                                   PIC 9(08).
           05 WSS-FECHA-CORRIDA    PIC 9(08) VALUE ZEROES.

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D226  '.
           05 FILLER              PIC X(37) VALUE
              'LIBERACION DE MOVIMIENTOS PROGRAMADOS'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ENC1-FECHA          PIC 9(08).

       01 WSS-LIN-ENC2.
           05 FILLER               PIC X(04) VALUE 'TIPO'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE 'EMPLEADO'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE 'RFC'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE 'EFECTIVA'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE 'APROBO'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(12) VALUE 'RESULTADO'.

       01 WSS-LIN-DET.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-TIPO              PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACE.
           05 DET-NUM-EMPLEADO      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-RFC               PIC X(13).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-FECHA             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-APROBADOR         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-RESULTADO         PIC X(12).

       01 WSS-LIN-TOT1.
           05 FILLER                PIC X(24) VALUE
              'LIBERADOS EN FECHA    : '.
           05 TOT-LIBERADOS         PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT2.
           05 FILLER                PIC X(24) VALUE
              'LIBERADOS VENCIDOS    : '.
           05 TOT-VENCIDOS          PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT3.
           05 FILLER                PIC X(24) VALUE
              'PENDIENTES            : '.
           05 TOT-PENDIENTES        PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT4.
           05 FILLER                PIC X(24) VALUE
              'RECHAZADOS            : '.
           05 TOT-RECHAZADOS        PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT5.
           05 FILLER                PIC X(24) VALUE
              'YA DECIDIDOS          : '.
           05 TOT-YA-DECIDIDOS      PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT6.
           05 FILLER                PIC X(24) VALUE
              'CONFIRMADOS           : '.
           05 TOT-CONFIRMADOS       PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT7.
           05 FILLER                PIC X(24) VALUE
              'NO APLICADOS          : '.
           05 TOT-NO-APLICADOS      PIC ZZZ,ZZ9.

       01 WSS-LIN-TOT8.
           05 FILLER                PIC X(24) VALUE
              '  REENVIADOS          : '.
           05 TOT-REENVIADOS        PIC ZZZ,ZZ9.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
               UNTIL WSW-PROGANT EQUAL 's'
           PERFORM 3000-FIN
           .

       1000-INICIO.
           PERFORM 1105-VERIFICA-PARAMETROS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           IF WSW-SIN-PROGRAMADOS NOT EQUAL 'S'
               PERFORM 1150-CARGA-CONTROL
           END-IF
           PERFORM 1200-LEE-PROGRAMADO.

      *SIN FECHA EXPLICITA LA CORRIDA ES LA DE HOY
       1105-VERIFICA-PARAMETROS.
           ACCEPT WSS-FECHA-PARM FROM ENVIRONMENT "EJR2D226-FECHA"
           IF WSS-FECHA-PARM IS NUMERIC AND
              WSS-FECHA-PARM-N GREATER THAN ZEROES
               MOVE WSS-FECHA-PARM-N TO WSS-FECHA-CORRIDA
           ELSE
               ACCEPT WSS-FECHA-CORRIDA FROM DATE YYYYMMDD
           END-IF
           .

      *SIN ARCHIVO DE PROGRAMADOS NO HAY NADA QUE LIBERAR. LOS
      *ARCHIVOS DE DECISIONES NO SE TOCAN AQUI: SE LEEN EN LA CARGA
      *DEL CONTROL Y SE ABREN EXTEND HASTA 2900-AGREGA-DECISIONES
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-PROGANT
           IF WFS-PROGANT EQUAL '35'
               DISPLAY 'SIN MOVIMIENTOS PROGRAMADOS'
               MOVE 's' TO WSW-PROGANT
               MOVE 'S' TO WSW-SIN-PROGRAMADOS
               MOVE '00' TO WFS-PROGANT
           END-IF
           OPEN OUTPUT FILE-PROGTRB
           OPEN OUTPUT FILE-PROGLIB
           OPEN OUTPUT FILE-REPPRG

      *EL ARCHIVO DE CONTROL SE CREA VACIO Y SE REABRE I-O
           OPEN OUTPUT FILE-PRGCTL
           CLOSE FILE-PRGCTL
           OPEN I-O FILE-PRGCTL

           IF WFS-PROGANT EQUAL '00' AND
              WFS-PROGTRB EQUAL '00' AND
              WFS-PROGLIB EQUAL '00' AND
              WFS-CONTROL EQUAL '00' AND
              WFS-REPPRG EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-PROGANT: 'WFS-PROGANT
               DISPLAY 'WFS-PROGTRB: 'WFS-PROGTRB
               DISPLAY 'WFS-PROGLIB: 'WFS-PROGLIB
               DISPLAY 'WFS-CONTROL: 'WFS-CONTROL
               DISPLAY 'WFS-REPPRG: 'WFS-REPPRG
               PERFORM 1110-FIN-PROG
           END-IF

           MOVE WSS-FECHA-CORRIDA TO ENC1-FECHA
           WRITE REG-REPPRG FROM WSS-LIN-ENC1
           WRITE REG-REPPRG FROM WSS-LIN-ENC2
           .

       1110-FIN-PROG.
           STOP RUN.

      ******************************************************************
      *                 CARGA DEL ARCHIVO DE CONTROL                   *
      ******************************************************************
      *CADA ARCHIVO ES OPCIONAL: SI NO EXISTE NO APORTA LLAVES. SIN
      *CAMBIOSENT.DAT NO SE PUEDE SABER SI UN CAMBIO SE APLICO Y NINGUNO
      *SE CONFIRMA
       1150-CARGA-CONTROL.
           OPEN INPUT FILE-ALTAHIS
           IF WFS-ALTAHIS EQUAL '00'
               MOVE SPACE TO WSW-CARGA
               PERFORM 1155-CARGA-ALTAHIS
                   UNTIL WSW-CARGA EQUAL 's'
               CLOSE FILE-ALTAHIS
           END-IF
           OPEN INPUT FILE-BAJARCH
           IF WFS-BAJARCH EQUAL '00'
               MOVE SPACE TO WSW-CARGA
               PERFORM 1160-CARGA-BAJARCH
                   UNTIL WSW-CARGA EQUAL 's'
               CLOSE FILE-BAJARCH
           END-IF
           OPEN INPUT FILE-CAMBIOS
           IF WFS-CAMBIOS EQUAL '00'
               MOVE SPACE TO WSW-CARGA
               PERFORM 1165-CARGA-CAMBIOS
                   UNTIL WSW-CARGA EQUAL 's'
               CLOSE FILE-CAMBIOS
           ELSE
               DISPLAY 'SIN CAMBIOSENT, NO SE CONFIRMAN CAMBIOS'
               MOVE 'S' TO WSW-SIN-CAMBIOS
           END-IF
           OPEN INPUT FILE-DECALT
           IF WFS-DECALT EQUAL '00'
               MOVE SPACE TO WSW-CARGA
               PERFORM 1170-CARGA-DECALT
                   UNTIL WSW-CARGA EQUAL 's'
               CLOSE FILE-DECALT
           END-IF
           OPEN INPUT FILE-DECBAJ
           IF WFS-DECBAJ EQUAL '00'
               MOVE SPACE TO WSW-CARGA
               PERFORM 1175-CARGA-DECBAJ
                   UNTIL WSW-CARGA EQUAL 's'
               CLOSE FILE-DECBAJ
           END-IF
           OPEN INPUT FILE-DECCAM
           IF WFS-DECCAM EQUAL '00'
               MOVE SPACE TO WSW-CARGA
               PERFORM 1180-CARGA-DECCAM
                   UNTIL WSW-CARGA EQUAL 's'
               CLOSE FILE-DECCAM
           END-IF
           .

      *ALTASHIS.DAT Y BAJASARCH.DAT SOLO CRECEN POR EL FINAL: LA
      *ULTIMA LINEA DE LA LLAVE DEJA LA FECHA MAS RECIENTE
       1155-CARGA-ALTAHIS.
           READ FILE-ALTAHIS INTO WSS-ALTAHIS
           IF WFS-ALTAHIS = '00'
               MOVE SPACES TO CTL-LLAVE
               MOVE 'H' TO CTL-ORIGEN
               MOVE 'A' TO CTL-TIPO
               MOVE AHI-RFC TO CTL-RFC
               MOVE AHI-FECHA TO CTL-FECHA
               PERFORM 1190-GRABA-CONTROL
           ELSE
               IF WFS-ALTAHIS = '10'
                   MOVE 's' TO WSW-CARGA
               ELSE
                   DISPLAY 'ERROR DE LECTURA ALTASHIS: 'WFS-ALTAHIS
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       1160-CARGA-BAJARCH.
           READ FILE-BAJARCH INTO WSS-ARCHIVO
           IF WFS-BAJARCH = '00'
               MOVE SPACES TO CTL-LLAVE
               MOVE 'H' TO CTL-ORIGEN
               MOVE 'B' TO CTL-TIPO
               MOVE ARCH-NUM-EMPLEADO TO CTL-NUM-EMPLEADO
               MOVE ARCH-RFC TO CTL-RFC
               MOVE ARCH-FECHA TO CTL-FECHA
               PERFORM 1190-GRABA-CONTROL
           ELSE
               IF WFS-BAJARCH = '10'
                   MOVE 's' TO WSW-CARGA
               ELSE
                   DISPLAY 'ERROR DE LECTURA BAJASARCH: 'WFS-BAJARCH
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       1165-CARGA-CAMBIOS.
           READ FILE-CAMBIOS INTO WSS-CAMBIO
           IF WFS-CAMBIOS = '00'
               MOVE SPACES TO CTL-LLAVE
               MOVE 'P' TO CTL-ORIGEN
               MOVE 'C' TO CTL-TIPO
               MOVE CAM-NUM-EMPLEADO TO CTL-NUM-EMPLEADO
               MOVE CAM-RFC TO CTL-RFC
               MOVE ZEROES TO CTL-FECHA
               PERFORM 1190-GRABA-CONTROL
           ELSE
               IF WFS-CAMBIOS = '10'
                   MOVE 's' TO WSW-CARGA
               ELSE
                   DISPLAY 'ERROR DE LECTURA CAMBIOSENT: 'WFS-CAMBIOS
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

      *LAS DECISIONES SE GUARDAN COMPLETAS: SOLO LA MISMA DECISION
      *(MISMA LLAVE, ACCION, APROBADOR, FECHA Y CAPTURISTA) CUENTA
      *COMO YA LIBERADA
       1170-CARGA-DECALT.
           READ FILE-DECALT INTO WSS-DECISION-ARCH
           IF WFS-DECALT = '00'
               MOVE 'A' TO CTL-TIPO
               PERFORM 1185-GRABA-DECISION
           ELSE
               IF WFS-DECALT = '10'
                   MOVE 's' TO WSW-CARGA
               ELSE
                   DISPLAY 'ERROR DE LECTURA APROBALTA: 'WFS-DECALT
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       1175-CARGA-DECBAJ.
           READ FILE-DECBAJ INTO WSS-DECISION-ARCH
           IF WFS-DECBAJ = '00'
               MOVE 'B' TO CTL-TIPO
               PERFORM 1185-GRABA-DECISION
           ELSE
               IF WFS-DECBAJ = '10'
                   MOVE 's' TO WSW-CARGA
               ELSE
                   DISPLAY 'ERROR DE LECTURA APROBAJA: 'WFS-DECBAJ
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       1180-CARGA-DECCAM.
           READ FILE-DECCAM INTO WSS-DECISION-ARCH
           IF WFS-DECCAM = '00'
               MOVE 'C' TO CTL-TIPO
               PERFORM 1185-GRABA-DECISION
           ELSE
               IF WFS-DECCAM = '10'
                   MOVE 's' TO WSW-CARGA
               ELSE
                   DISPLAY 'ERROR DE LECTURA APROCAMB: 'WFS-DECCAM
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       1185-GRABA-DECISION.
           MOVE 'D' TO CTL-ORIGEN
           MOVE WSS-DECISION-ARCH TO CTL-DATOS
           MOVE ZEROES TO CTL-FECHA
           PERFORM 1190-GRABA-CONTROL
           .

      *UNA LLAVE QUE YA ESTA SE REESCRIBE CON LA FECHA NUEVA
       1190-GRABA-CONTROL.
           WRITE REG-CONTROL
               INVALID KEY
                   REWRITE REG-CONTROL
               NOT INVALID KEY
                   ADD 1 TO WAC-CONTROL
           END-WRITE
           IF WFS-CONTROL EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION CONTROL: 'WFS-CONTROL
              PERFORM 1110-FIN-PROG
           END-IF
           .

       1200-LEE-PROGRAMADO.
           MOVE SPACES TO WSS-PROGRAMADO
           READ FILE-PROGANT INTO WSS-PROGRAMADO
           IF WFS-PROGANT = '00'
               ADD 1 TO WAC-PROGRAMADOS
           ELSE
               IF WFS-PROGANT = '10'
                   MOVE 's' TO WSW-PROGANT
               END-IF
           END-IF
           .

       2000-PROCESO.
           PERFORM 2100-EVALUA-PROGRAMADO.
           PERFORM 1200-LEE-PROGRAMADO.

      *LO QUE YA VENCIO SE LIBERA (Y SI VENCIO ANTES DE HOY SE MARCA
      *COMO LIBERADO TARDE); LO QUE NO, SE RETIENE PARA MANANA. UN
      *TIPO O UNA FECHA EFECTIVA INVALIDOS SE RECHAZAN Y SALEN DEL
      *ARCHIVO: NUNCA LLEGARIAN A LIBERARSE. LO LIBERADO EN UNA
      *CORRIDA ANTERIOR SE CONFIRMA; LO LIBERADO HOY MISMO (EL PASO SE
      *ESTA VOLVIENDO A CORRER) SE LIBERA OTRA VEZ, Y 2200 NO AGREGA LO
      *QUE YA LLEGO A SU ARCHIVO
       2100-EVALUA-PROGRAMADO.
           IF PRG-TIPO NOT EQUAL 'A' AND
              PRG-TIPO NOT EQUAL 'B' AND
              PRG-TIPO NOT EQUAL 'C'
               ADD 1 TO WAC-RECHAZADOS
               MOVE 'TIPO INVALID' TO DET-RESULTADO
           ELSE
               IF PRG-FECHA IS NOT NUMERIC OR
                  PRG-FECHA-N EQUAL ZEROES
                   ADD 1 TO WAC-RECHAZADOS
                   MOVE 'FECHA INVAL' TO DET-RESULTADO
               ELSE
                   IF PRG-ESTADO EQUAL 'L' AND
                      PRG-FECHA-LIB LESS THAN WSS-FECHA-CORRIDA
                       PERFORM 2400-CONFIRMA-LIBERADO
                   ELSE
                       IF PRG-FECHA-N GREATER THAN WSS-FECHA-CORRIDA
                           PERFORM 2300-RETIENE-PROGRAMADO
                       ELSE
                           PERFORM 2200-LIBERA-PROGRAMADO
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2190-GRABA-RESULTADO
           .

      *LA DECISION SE ESCRIBE AL ARCHIVO DE TRABAJO (SE AGREGA A SU
      *ARCHIVO HASTA EL FINAL) Y EL MOVIMIENTO SE RETIENE COMO 'L'
       2200-LIBERA-PROGRAMADO.
           PERFORM 2210-BUSCA-DECISION
           IF WSW-EN-ARCHIVO EQUAL 'S'
               ADD 1 TO WAC-YA-DECIDIDOS
               MOVE 'YA DECIDIDO' TO DET-RESULTADO
           ELSE
               PERFORM 2220-ESCRIBE-LIBERADA
               IF PRG-FECHA-N LESS THAN WSS-FECHA-CORRIDA
                   ADD 1 TO WAC-VENCIDOS
                   MOVE 'VENCIDO' TO DET-RESULTADO
               ELSE
                   ADD 1 TO WAC-LIBERADOS
                   MOVE 'LIBERADO' TO DET-RESULTADO
               END-IF
           END-IF
           MOVE 'L' TO PRG-ESTADO
           MOVE WSS-FECHA-CORRIDA TO PRG-FECHA-LIB
           PERFORM 2310-GRABA-TRABAJO
           .

      *WSW-EN-ARCHIVO = 'S' SI LA MISMA DECISION YA ESTA EN SU ARCHIVO
      *O YA SE LIBERO EN ESTA CORRIDA
       2210-BUSCA-DECISION.
           MOVE 'D' TO CTL-ORIGEN
           MOVE PRG-TIPO TO CTL-TIPO
           MOVE PRG-DECISION TO CTL-DATOS
           READ FILE-PRGCTL
               KEY IS CTL-LLAVE
               INVALID KEY
                   MOVE SPACE TO WSW-EN-ARCHIVO
               NOT INVALID KEY
                   MOVE 'S' TO WSW-EN-ARCHIVO
           END-READ
           .

       2220-ESCRIBE-LIBERADA.
           MOVE PRG-TIPO TO LIB-TIPO
           MOVE PRG-DECISION TO LIB-DECISION
           WRITE REG-PROGLIB FROM WSS-LIBERADA
           IF WFS-PROGLIB EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION LIBERADAS: 'WFS-PROGLIB
              PERFORM 1110-FIN-PROG
           END-IF
           MOVE 'D' TO CTL-ORIGEN
           MOVE PRG-TIPO TO CTL-TIPO
           MOVE PRG-DECISION TO CTL-DATOS
           MOVE ZEROES TO CTL-FECHA
           PERFORM 1190-GRABA-CONTROL
           EVALUATE PRG-TIPO
               WHEN 'A'
                   ADD 1 TO WAC-LIB-ALTAS
               WHEN 'B'
                   ADD 1 TO WAC-LIB-BAJAS
               WHEN OTHER
                   ADD 1 TO WAC-LIB-CAMBIOS
           END-EVALUATE
           .

       2300-RETIENE-PROGRAMADO.
           PERFORM 2310-GRABA-TRABAJO
           ADD 1 TO WAC-PENDIENTES
           MOVE 'PENDIENTE' TO DET-RESULTADO
           .

       2310-GRABA-TRABAJO.
           WRITE REG-PROGTRB FROM WSS-PROGRAMADO
           IF WFS-PROGTRB EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION PENDIENTES: 'WFS-PROGTRB
              PERFORM 1110-FIN-PROG
           END-IF
           .

      *LIBERADO EN UNA CORRIDA ANTERIOR. SI YA SE APLICO SALE DEL
      *ARCHIVO; SI NO, SE QUEDA 'L' Y SE REPORTA CADA NOCHE, Y SI LA
      *DECISION YA NO ESTA EN SU ARCHIVO (SE PERDIO O EL OPERADOR LO
      *VACIO) SE VUELVE A LIBERAR CON FECHA DE LIBERACION DE HOY
       2400-CONFIRMA-LIBERADO.
           PERFORM 2210-BUSCA-DECISION
           PERFORM 2410-VERIFICA-APLICADO
           IF WSW-APLICADO EQUAL 'S'
               ADD 1 TO WAC-CONFIRMADOS
               MOVE 'CONFIRMADO' TO DET-RESULTADO
           ELSE
               ADD 1 TO WAC-NO-APLICADOS
               IF WSW-EN-ARCHIVO EQUAL 'S'
                   MOVE 'NO APLICADO' TO DET-RESULTADO
               ELSE
                   PERFORM 2220-ESCRIBE-LIBERADA
                   ADD 1 TO WAC-REENVIADOS
                   MOVE 'REENVIADO' TO DET-RESULTADO
                   MOVE WSS-FECHA-CORRIDA TO PRG-FECHA-LIB
               END-IF
               PERFORM 2310-GRABA-TRABAJO
           END-IF
           .

      *UN RECHAZO NO MUEVE ENT2: BASTA CON QUE HAYA LLEGADO A SU
      *ARCHIVO. UN ALTA ('A'/'I') SE BUSCA POR RFC EN ALTASHIS, UNA
      *BAJA POR LLAVE EN BAJASARCH, AMBAS CON FECHA DESDE LA
      *LIBERACION; UN CAMBIO ESTA APLICADO SI LA DISCREPANCIA YA NO
      *APARECE EN CAMBIOSENT
       2410-VERIFICA-APLICADO.
           MOVE SPACE TO WSW-APLICADO
           MOVE SPACES TO CTL-LLAVE
           MOVE 'H' TO CTL-ORIGEN
           MOVE PRG-TIPO TO CTL-TIPO
           MOVE DEC-RFC TO CTL-RFC
           EVALUATE TRUE
               WHEN PRG-TIPO EQUAL 'A' AND
                    (DEC-ACCION EQUAL 'A' OR DEC-ACCION EQUAL 'I')
                   PERFORM 2420-BUSCA-APLICADO
               WHEN PRG-TIPO EQUAL 'B' AND DEC-ACCION EQUAL 'A'
                   MOVE DEC-NUM-EMPLEADO TO CTL-NUM-EMPLEADO
                   PERFORM 2420-BUSCA-APLICADO
               WHEN PRG-TIPO EQUAL 'C' AND DEC-ACCION EQUAL 'A'
                   IF WSW-SIN-CAMBIOS NOT EQUAL 'S'
                       MOVE 'P' TO CTL-ORIGEN
                       MOVE DEC-NUM-EMPLEADO TO CTL-NUM-EMPLEADO
                       READ FILE-PRGCTL
                           KEY IS CTL-LLAVE
                           INVALID KEY
                               MOVE 'S' TO WSW-APLICADO
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
               WHEN OTHER
                   MOVE WSW-EN-ARCHIVO TO WSW-APLICADO
           END-EVALUATE
           .

       2420-BUSCA-APLICADO.
           READ FILE-PRGCTL
               KEY IS CTL-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-FECHA NOT LESS THAN PRG-FECHA-LIB
                       MOVE 'S' TO WSW-APLICADO
                   END-IF
           END-READ
           .

       2190-GRABA-RESULTADO.
           MOVE PRG-TIPO TO DET-TIPO
           MOVE DEC-NUM-EMPLEADO TO DET-NUM-EMPLEADO
           MOVE DEC-RFC TO DET-RFC
           MOVE PRG-FECHA TO DET-FECHA
           MOVE DEC-APROBADOR TO DET-APROBADOR
           WRITE REG-REPPRG FROM WSS-LIN-DET
           IF WFS-REPPRG EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPPRG
              PERFORM 1110-FIN-PROG
           END-IF
           .

      ******************************************************************
      *         REESCRITURA DE PROGRAMADOS CON LO PENDIENTE            *
      ******************************************************************
      *EL ARCHIVO DE TRABAJO YA TRAE SOLO LO RETENIDO (PENDIENTE O
      *LIBERADO POR CONFIRMAR); SE COPIA SOBRE PROGRAMADOS.DAT. SI NO
      *HABIA PROGRAMADOS NO SE CREA NADA.
       2800-REESCRIBE-PROGRAMADOS.
           OPEN INPUT FILE-PROGTRB
           OPEN OUTPUT FILE-PROGNVO
           IF WFS-PROGTRB EQUAL '00' AND
              WFS-PROGNVO EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-PROGTRB: 'WFS-PROGTRB
               DISPLAY 'WFS-PROGNVO: 'WFS-PROGNVO
               PERFORM 1110-FIN-PROG
           END-IF
           MOVE SPACE TO WSW-PROGTRB
           PERFORM 2810-COPIA-PENDIENTE
               UNTIL WSW-PROGTRB EQUAL 's'
           CLOSE FILE-PROGTRB
                 FILE-PROGNVO
           .

       2810-COPIA-PENDIENTE.
           READ FILE-PROGTRB INTO WSS-PROGRAMADO
           IF WFS-PROGTRB = '00'
               WRITE REG-PROGNVO FROM WSS-PROGRAMADO
               IF WFS-PROGNVO EQUAL '00'
                  CONTINUE
               ELSE
                  DISPLAY 'ERROR DE GRABACION PROGRAMADOS: '
                          WFS-PROGNVO
                  PERFORM 1110-FIN-PROG
               END-IF
           ELSE
               IF WFS-PROGTRB = '10'
                   MOVE 's' TO WSW-PROGTRB
               END-IF
           END-IF
           .

      ******************************************************************
      *           ENTREGA DE LAS DECISIONES LIBERADAS                  *
      ******************************************************************
      *PROGRAMADOS.DAT YA TRAE LO LIBERADO COMO 'L' CON FECHA DE HOY;
      *SI EL PASO SE CAE AQUI, AL VOLVERLO A CORRER ESOS MOVIMIENTOS SE
      *LIBERAN OTRA VEZ Y SOLO SE AGREGA LO QUE NO ALCANZO A LLEGAR
       2900-AGREGA-DECISIONES.
           OPEN INPUT FILE-PROGLIB
           OPEN EXTEND FILE-DECALT
           IF WFS-DECALT EQUAL '35'
               OPEN OUTPUT FILE-DECALT
           END-IF
           OPEN EXTEND FILE-DECBAJ
           IF WFS-DECBAJ EQUAL '35'
               OPEN OUTPUT FILE-DECBAJ
           END-IF
           OPEN EXTEND FILE-DECCAM
           IF WFS-DECCAM EQUAL '35'
               OPEN OUTPUT FILE-DECCAM
           END-IF
           IF WFS-PROGLIB EQUAL '00' AND
              WFS-DECALT EQUAL '00' AND
              WFS-DECBAJ EQUAL '00' AND
              WFS-DECCAM EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-PROGLIB: 'WFS-PROGLIB
               DISPLAY 'WFS-DECALT: 'WFS-DECALT
               DISPLAY 'WFS-DECBAJ: 'WFS-DECBAJ
               DISPLAY 'WFS-DECCAM: 'WFS-DECCAM
               PERFORM 1110-FIN-PROG
           END-IF
           MOVE SPACE TO WSW-PROGLIB
           PERFORM 2910-AGREGA-DECISION
               UNTIL WSW-PROGLIB EQUAL 's'
           CLOSE FILE-PROGLIB
                 FILE-DECALT
                 FILE-DECBAJ
                 FILE-DECCAM
           .

       2910-AGREGA-DECISION.
           READ FILE-PROGLIB INTO WSS-LIBERADA
           IF WFS-PROGLIB = '00'
               EVALUATE LIB-TIPO
                   WHEN 'A'
                       WRITE REG-DECALT FROM LIB-DECISION
                       MOVE WFS-DECALT TO WFS-PROGNVO
                   WHEN 'B'
                       WRITE REG-DECBAJ FROM LIB-DECISION
                       MOVE WFS-DECBAJ TO WFS-PROGNVO
                   WHEN OTHER
                       WRITE REG-DECCAM FROM LIB-DECISION
                       MOVE WFS-DECCAM TO WFS-PROGNVO
               END-EVALUATE
               IF WFS-PROGNVO EQUAL '00'
                  CONTINUE
               ELSE
                  DISPLAY 'ERROR DE GRABACION DECISION TIPO '
                          LIB-TIPO': 'WFS-PROGNVO
                  PERFORM 1110-FIN-PROG
               END-IF
           ELSE
               IF WFS-PROGLIB = '10'
                   MOVE 's' TO WSW-PROGLIB
               END-IF
           END-IF
           .

      *PRIMERO SE REESCRIBE PROGRAMADOS.DAT Y DESPUES SE AGREGAN LAS
      *DECISIONES (VER 2900-AGREGA-DECISIONES)
       3000-FIN.
           MOVE WAC-LIBERADOS TO TOT-LIBERADOS
           MOVE WAC-VENCIDOS TO TOT-VENCIDOS
           MOVE WAC-PENDIENTES TO TOT-PENDIENTES
           MOVE WAC-RECHAZADOS TO TOT-RECHAZADOS
           MOVE WAC-YA-DECIDIDOS TO TOT-YA-DECIDIDOS
           MOVE WAC-CONFIRMADOS TO TOT-CONFIRMADOS
           MOVE WAC-NO-APLICADOS TO TOT-NO-APLICADOS
           MOVE WAC-REENVIADOS TO TOT-REENVIADOS
           WRITE REG-REPPRG FROM WSS-LIN-TOT1
           WRITE REG-REPPRG FROM WSS-LIN-TOT2
           WRITE REG-REPPRG FROM WSS-LIN-TOT5
           WRITE REG-REPPRG FROM WSS-LIN-TOT3
           WRITE REG-REPPRG FROM WSS-LIN-TOT6
           WRITE REG-REPPRG FROM WSS-LIN-TOT7
           WRITE REG-REPPRG FROM WSS-LIN-TOT8
           WRITE REG-REPPRG FROM WSS-LIN-TOT4
           PERFORM 3100-CIERRA-ARCHIVOS.
           IF WSW-SIN-PROGRAMADOS NOT EQUAL 'S'
               PERFORM 2800-REESCRIBE-PROGRAMADOS
               PERFORM 2900-AGREGA-DECISIONES
           END-IF
           DISPLAY 'FECHA DE CORRIDA         : 'WSS-FECHA-CORRIDA
           DISPLAY 'MOVIMIENTOS PROGRAMADOS  : 'WAC-PROGRAMADOS
           DISPLAY 'LLAVES DE CONTROL        : 'WAC-CONTROL
           DISPLAY 'LIBERADOS EN FECHA       : 'WAC-LIBERADOS
           DISPLAY 'LIBERADOS VENCIDOS       : 'WAC-VENCIDOS
           DISPLAY '  ALTAS A APROBALTA      : 'WAC-LIB-ALTAS
           DISPLAY '  BAJAS A APROBAJA       : 'WAC-LIB-BAJAS
           DISPLAY '  CAMBIOS A APROCAMB     : 'WAC-LIB-CAMBIOS
           DISPLAY 'YA DECIDIDOS             : 'WAC-YA-DECIDIDOS
           DISPLAY 'PENDIENTES RETENIDOS     : 'WAC-PENDIENTES
           DISPLAY 'LIBERADOS CONFIRMADOS    : 'WAC-CONFIRMADOS
           DISPLAY 'LIBERADOS NO APLICADOS   : 'WAC-NO-APLICADOS
           DISPLAY '  REENVIADOS             : 'WAC-REENVIADOS
           DISPLAY 'MOVIMIENTOS RECHAZADOS   : 'WAC-RECHAZADOS
           PERFORM 1110-FIN-PROG.

      *EL ARCHIVO DE PROGRAMADOS QUE NO EXISTIA NUNCA SE ABRIO
       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-PROGTRB
                 FILE-PROGLIB
                 FILE-PRGCTL
                 FILE-REPPRG
           IF WSW-SIN-PROGRAMADOS NOT EQUAL 'S'
               CLOSE FILE-PROGANT
           END-IF
           .
