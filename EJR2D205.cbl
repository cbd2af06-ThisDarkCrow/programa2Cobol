      *
      * MODIFICACIONES
      * 22/08/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - LAS EDADES DE LA CORRIDA ANTERIOR SE CARGAN A
      *                    UN ARCHIVO DE TRABAJO INDEXADO POR NUMERO +
      *                    RFC EN LUGAR DE LA TABLA DE 2000; SIN LIMITE
      *                    DE REGISTROS.
      ******************************************************************

      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-EDADNVA.

      *ARCHIVO DE TRABAJO: EDADES DE LA CORRIDA ANTERIOR POR LLAVE,
      *CON LA MARCA DE RECLAMADA; SE RECREA VACIO EN CADA CORRIDA
       SELECT FILE-TRABEDAD
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/bajasedad.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TED-LLAVE SOURCE IS TED-NUM-EMPLEADO
                                             TED-RFC
           FILE STATUS IS WFS-TRABEDAD.

      *BAJAS CONFIRMADAS: SOLO LOS EMPLEADOS CON N O MAS CORRIDAS
      *CONSECUTIVAS COMO POSIBLE BAJA
       SELECT FILE-CONF
           DATA RECORD IS REG-EDADNVA.
       01 REG-EDADNVA PIC X(24).

       FD  FILE-TRABEDAD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRABEDAD.
       01 REG-TRABEDAD.
           05 TED-NUM-EMPLEADO    PIC X(08).
           05 TED-RFC             PIC X(13).
           05 TED-CORRIDAS        PIC 9(03).
           05 TED-RECLAMADA       PIC X(01).

       FD  FILE-CONF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 WFS-EDADANT         PIC X(2).
           05 WFS-EDADNVA         PIC X(2).
           05 WFS-CONF            PIC X(2).
           05 WFS-TRABEDAD        PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-BAJAS PIC 9(6) VALUE ZEROES.
           05 WAC-CON-HISTORIA PIC 9(6) VALUE ZEROES.
           05 WAC-CONFIRMADAS PIC 9(6) VALUE ZEROES.
           05 WAC-RACHAS-PERDIDAS PIC 9(6) VALUE ZEROES.
           05 WAC-EDADES-DUP PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-BAJAS PIC X(1) VALUE SPACE.
           05 WSS-CORRIDAS-CONF    PIC 9(03) VALUE 3.
           05 WSS-AJUSTE-PARM      PIC X(03) VALUE SPACE.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
           MOVE '0' TO WSS-CORRIDAS-PARM (1:1)
           .

      *CARGA EL ARCHIVO DE EDADES DE LA CORRIDA ANTERIOR AL ARCHIVO DE
      *TRABAJO; SI NO EXISTE (PRIMERA CORRIDA) EL DE TRABAJO QUEDA
      *VACIO Y TODAS LAS RACHAS DE HOY ARRANCAN EN 1
       1150-CARGA-EDADES.
           OPEN OUTPUT FILE-TRABEDAD
           CLOSE FILE-TRABEDAD
           OPEN I-O FILE-TRABEDAD
           IF WFS-TRABEDAD NOT EQUAL '00'
               DISPLAY 'WFS-TRABEDAD: 'WFS-TRABEDAD
               PERFORM 1110-FIN-PROG
           END-IF
           OPEN INPUT FILE-EDADANT
           IF WFS-EDADANT EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE EDADES, PRIMERA CORRIDA'
       1160-LEE-EDAD.
           READ FILE-EDADANT INTO WSS-EDAD
           IF WFS-EDADANT = '00'
               ADD 1 TO WAC-EDADES-ANT
               PERFORM 1170-GRABA-TRABAJO
           ELSE
               IF WFS-EDADANT = '10'
                   MOVE 's' TO WSW-EDADANT
           END-IF
           .

      *UNA LLAVE REPETIDA EN EL ARCHIVO DE EDADES SOLO SE CUENTA: LA
      *PRIMERA ES LA QUE SE RECLAMA Y LA REPETIDA QUEDA COMO RACHA
      *PERDIDA
       1170-GRABA-TRABAJO.
           MOVE EDAD-NUM-EMPLEADO TO TED-NUM-EMPLEADO
           MOVE EDAD-RFC TO TED-RFC
           MOVE EDAD-CORRIDAS TO TED-CORRIDAS
           MOVE SPACE TO TED-RECLAMADA
           WRITE REG-TRABEDAD
               INVALID KEY
                   IF WFS-TRABEDAD EQUAL '22'
                       ADD 1 TO WAC-EDADES-DUP
                   ELSE
                       DISPLAY 'ERROR DE GRABACION TRABAJO: '
                               WFS-TRABEDAD
                       PERFORM 1110-FIN-PROG
                   END-IF
           END-WRITE
           .

      *EL ARCHIVO DE EDADES NUEVO SE ABRE SOBRE LA MISMA RUTA QUE EL
      *ANTERIOR, QUE YA QUEDO CARGADO AL ARCHIVO DE TRABAJO Y CERRADO
      *EN 1150-CARGA-EDADES
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-BAJAS
           OPEN OUTPUT FILE-EDADNVA
       2100-ENVEJECE-BAJA.
           MOVE SPACE TO WSW-EDAD-HALLADA
           PERFORM 2110-BUSCA-EDAD
           MOVE BAJA-NUM-EMPLEADO TO EDAD-NUM-EMPLEADO
           MOVE BAJA-RFC TO EDAD-RFC
           IF WSW-EDAD-HALLADA EQUAL 'S'
           END-IF
           .

      *UNA EDAD SE RECLAMA UNA SOLA VEZ: SI LA MISMA LLAVE VIENE
      *REPETIDA HOY, LA SEGUNDA ARRANCA EN 1
       2110-BUSCA-EDAD.
           MOVE BAJA-NUM-EMPLEADO TO TED-NUM-EMPLEADO
           MOVE BAJA-RFC TO TED-RFC
           READ FILE-TRABEDAD
               KEY IS TED-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TED-RECLAMADA NOT EQUAL 'S'
                       MOVE TED-CORRIDAS TO EDAD-CORRIDAS
                       MOVE 'S' TO TED-RECLAMADA
                       MOVE 'S' TO WSW-EDAD-HALLADA
                       REWRITE REG-TRABEDAD
                       IF WFS-TRABEDAD NOT EQUAL '00'
                           DISPLAY 'ERROR DE GRABACION TRABAJO: '
                                   WFS-TRABEDAD
                           PERFORM 1110-FIN-PROG
                       END-IF
                   END-IF
           END-READ
           .

       2120-GRABA-EDAD.
           END-IF
           .

      *LAS EDADES QUE NADIE RECLAMO HOY SON RACHAS ROTAS: EL
      *EMPLEADO VOLVIO A APARECER EN ENT1, ASI QUE SU CONTEO SE
      *DESCARTA (NO SE REESCRIBE AL ARCHIVO NUEVO). CADA EDAD SE
      *RECLAMA A LO MAS UNA VEZ, ASI QUE SON LAS CARGADAS MENOS LAS
      *RECLAMADAS
       3000-FIN.
           SUBTRACT WAC-CON-HISTORIA FROM WAC-EDADES-ANT
               GIVING WAC-RACHAS-PERDIDAS
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'POSIBLES BAJAS LEIDAS    : 'WAC-BAJAS
           DISPLAY 'EDADES CORRIDA ANTERIOR  : 'WAC-EDADES-ANT
           DISPLAY 'EDADES REPETIDAS         : 'WAC-EDADES-DUP
           DISPLAY 'CON HISTORIA PREVIA      : 'WAC-CON-HISTORIA
           DISPLAY 'RACHAS PERDIDAS          : 'WAC-RACHAS-PERDIDAS
           DISPLAY 'BAJAS CONFIRMADAS (N='WSS-CORRIDAS-CONF') : '
                   WAC-CONFIRMADAS
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-BAJAS
                 FILE-EDADNVA
                 FILE-CONF
                 FILE-TRABEDAD
           .
