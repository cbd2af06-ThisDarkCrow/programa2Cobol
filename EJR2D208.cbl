      *
      * MODIFICACIONES
      * 22/08/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - LA COPIA RETENIDA SE CARGA A UN ARCHIVO DE
      *                    TRABAJO INDEXADO POR NUMERO DE EMPLEADO EN
      *                    LUGAR DE LA TABLA DE 5000; SIN LIMITE DE
      *                    REGISTROS. LAS BAJAS SALEN EN ORDEN DE LLAVE.
      ******************************************************************

      ******************************************************************
           FILE STATUS IS WFS-SALANT.

      *COPIA RETENIDA REFRESCADA (SALIDA): MISMA RUTA; SE ABRE HASTA
      *QUE LA ANTERIOR YA QUEDO CARGADA AL ARCHIVO DE TRABAJO Y
      *CERRADA
       SELECT FILE-SALNVA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/sal1ant.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-SALNVA.

      *ARCHIVO DE TRABAJO: COPIA RETENIDA POR NUMERO DE EMPLEADO, CON
      *LA MARCA DE CASADO; SE RECREA VACIO EN CADA CORRIDA
       SELECT FILE-TRABANT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/sal1ant.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRA-NUM-EMPLEADO
           FILE STATUS IS WFS-TRABANT.

      *ARCHIVO DE INTERFAZ CON LOS MOVIMIENTOS DEL DIA
       SELECT FILE-DELTA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/deltasal1.dat"
           DATA RECORD IS REG-SALNVA.
       01 REG-SALNVA PIC X(148).

       FD  FILE-TRABANT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRABANT.
       01 REG-TRABANT.
           05 TRA-NUM-EMPLEADO    PIC X(08).
           05 TRA-CASADO          PIC X(01).
           05 TRA-REG             PIC X(148).

       FD  FILE-DELTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 WFS-SAL1            PIC X(2).
           05 WFS-SALANT          PIC X(2).
           05 WFS-SALNVA          PIC X(2).
           05 WFS-TRABANT         PIC X(2).
           05 WFS-DELTA           PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-BAJAS PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-CAMBIO PIC 9(6) VALUE ZEROES.
           05 WAC-RETENIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-DUPLICADOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-SAL1 PIC X(1) VALUE SPACE.
           05 WSW-SALANT PIC X(1) VALUE SPACE.
           05 WSW-ANT-HALLADO PIC X(1) VALUE SPACE.
           05 WSW-TRABANT PIC X(1) VALUE SPACE.


      ******************************************************************
           PERFORM 2000-PROCESO
               UNTIL WSW-SAL1 EQUAL 's'
           PERFORM 2600-BARRE-BAJAS
           PERFORM 2800-REFRESCA-RETENIDO
           PERFORM 3000-FIN
           .
           END-IF
           .

      *CARGA LA COPIA RETENIDA DE LA CORRIDA ANTERIOR AL ARCHIVO DE
      *TRABAJO, QUE SE RECREA VACIO; SI NO EXISTE ES LA PRIMERA
      *CORRIDA Y TODO LO DE HOY SALDRA COMO ALTA
       1150-CARGA-ANTERIOR.
           OPEN OUTPUT FILE-TRABANT
           CLOSE FILE-TRABANT
           OPEN I-O FILE-TRABANT
           IF WFS-TRABANT NOT EQUAL '00'
               DISPLAY 'WFS-TRABANT: 'WFS-TRABANT
               PERFORM 1110-FIN-PROG
           END-IF
           OPEN INPUT FILE-SALANT
           IF WFS-SALANT EQUAL '35'
               DISPLAY 'SIN COPIA RETENIDA, PRIMERA CORRIDA'
       1160-LEE-ANTERIOR.
           READ FILE-SALANT INTO WSS-SAL1-ANT
           IF WFS-SALANT = '00'
               ADD 1 TO WAC-ANTERIORES
               MOVE ANT-NUM-EMPLEADO TO TRA-NUM-EMPLEADO
               MOVE SPACE TO TRA-CASADO
               MOVE WSS-SAL1-ANT TO TRA-REG
               PERFORM 1170-GRABA-TRABAJO
           ELSE
               IF WFS-SALANT = '10'
                   MOVE 's' TO WSW-SALANT
           END-IF
           .

      *UN NUMERO REPETIDO EN LA COPIA RETENIDA SOLO SE CUENTA: EL
      *PRIMERO ES EL QUE SE COMPARA
       1170-GRABA-TRABAJO.
           WRITE REG-TRABANT
               INVALID KEY
                   IF WFS-TRABANT EQUAL '22'
                       ADD 1 TO WAC-DUPLICADOS
                       DISPLAY 'RETENIDO DUPLICADO, SE IGNORA: '
                               TRA-NUM-EMPLEADO
                   ELSE
                       DISPLAY 'ERROR DE GRABACION TRABAJO: '
                               WFS-TRABANT
                       PERFORM 1110-FIN-PROG
                   END-IF
           END-WRITE
           .

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-SAL1
           OPEN OUTPUT FILE-DELTA
       2100-COMPARA-EMPLEADO.
           MOVE SPACE TO WSW-ANT-HALLADO
           PERFORM 2110-BUSCA-ANTERIOR
           IF WSW-ANT-HALLADO EQUAL 'S'
               PERFORM 2200-DETECTA-CAMBIOS
           ELSE
           END-IF
           .

      *UN RETENIDO YA CASADO (NUMERO REPETIDO EN EL SAL1 DE HOY) NO
      *SE VUELVE A CASAR Y EL REPETIDO SALE COMO ALTA
       2110-BUSCA-ANTERIOR.
           MOVE SAL1-NUM-EMPLEADO TO TRA-NUM-EMPLEADO
           READ FILE-TRABANT
               KEY IS TRA-NUM-EMPLEADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRA-CASADO NOT EQUAL 'S'
                       MOVE TRA-REG TO WSS-SAL1-ANT
                       MOVE 'S' TO TRA-CASADO
                       MOVE 'S' TO WSW-ANT-HALLADO
                       REWRITE REG-TRABANT
                       IF WFS-TRABANT NOT EQUAL '00'
                           DISPLAY 'ERROR DE GRABACION TRABAJO: '
                                   WFS-TRABANT
                           PERFORM 1110-FIN-PROG
                       END-IF
                   END-IF
           END-READ
           .

      *COMPARA LOS CAMPOS QUE INTERESAN AL DESCENDENTE; SI NINGUNO
           .

      *LOS RETENIDOS QUE NADIE CASO HOY YA NO VIENEN EN SAL1: SALEN
      *COMO BAJA CON EL ULTIMO REGISTRO CONOCIDO. SE RECORRE EL
      *ARCHIVO DE TRABAJO COMPLETO EN ORDEN DE LLAVE Y AL TERMINAR SE
      *CIERRA
       2600-BARRE-BAJAS.
           MOVE LOW-VALUES TO TRA-NUM-EMPLEADO
           START FILE-TRABANT
               KEY IS NOT LESS THAN TRA-NUM-EMPLEADO
               INVALID KEY
                   MOVE 's' TO WSW-TRABANT
           END-START
           PERFORM 2610-LEE-TRABAJO
               UNTIL WSW-TRABANT EQUAL 's'
           CLOSE FILE-TRABANT
           .

       2610-LEE-TRABAJO.
           READ FILE-TRABANT NEXT RECORD
           IF WFS-TRABANT = '00'
               IF TRA-CASADO NOT EQUAL 'S'
                   ADD 1 TO WAC-BAJAS
                   MOVE 'B' TO DELTA-TRANS
                   MOVE SPACES TO DELTA-CAMBIOS
                   MOVE TRA-REG TO DELTA-EMPLEADO
                   PERFORM 2500-GRABA-DELTA
               END-IF
           ELSE
               IF WFS-TRABANT = '10'
                   MOVE 's' TO WSW-TRABANT
               ELSE
                   DISPLAY 'ERROR DE LECTURA TRABAJO: 'WFS-TRABANT
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'SAL1 DE HOY LEIDOS       : 'WAC-SAL1
           DISPLAY 'RETENIDOS ANTERIORES     : 'WAC-ANTERIORES
           DISPLAY 'RETENIDOS DUPLICADOS     : 'WAC-DUPLICADOS
           DISPLAY 'ALTAS EMITIDAS           : 'WAC-ALTAS
           DISPLAY 'CAMBIOS EMITIDOS         : 'WAC-CAMBIOS
           DISPLAY 'BAJAS EMITIDAS           : 'WAC-BAJAS
           PERFORM 1110-FIN-PROG.

      *FILE-SAL1 Y LA COPIA RETENIDA YA QUEDARON CERRADOS EN
      *2800-REFRESCA-RETENIDO Y EL ARCHIVO DE TRABAJO EN
      *2600-BARRE-BAJAS
       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-DELTA
           .
