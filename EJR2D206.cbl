      *                    RECICLA CUANDO SU DEPARTAMENTO/PUESTO YA
      *                    ESTA ACTIVO EN CATDEPPU.DAT. SIN CATALOGO
      *                    NO SE VALIDA, CON AVISO.
      * 15/10/2026 R2D2 - EL PENDIENTE ACUMULADO Y LAS CORRECCIONES SE
      *                    CARGAN A ARCHIVOS DE TRABAJO INDEXADOS EN
      *                    LUGAR DE LAS TABLAS DE 2000 Y 500; SIN
      *                    LIMITE DE REGISTROS. LOS PENDIENTES
      *                    ANTERIORES QUE NO LLEGARON HOY SE PROCESAN
      *                    EN ORDEN DE NUMERO.
      ******************************************************************

      ******************************************************************
           RECORD KEY IS CDP-LLAVE SOURCE IS CDP-TIPO CDP-CODIGO
           FILE STATUS IS WFS-CATDP.

      *ARCHIVO DE TRABAJO: PENDIENTE ACUMULADO POR NUMERO DE EMPLEADO
      *MAS SU NUMERO DE LECTURA (UN EMPLEADO PUEDE ESTAR MAS DE UNA
      *VEZ), CON LA MARCA DE RECLAMADO; SE RECREA VACIO EN CADA CORRIDA
       SELECT FILE-TRABPEND
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/susppend.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPE-LLAVE SOURCE IS TPE-NUM-EMPLEADO
                                             TPE-SECUENCIA
           FILE STATUS IS WFS-TRABPEND.

      *ARCHIVO DE TRABAJO: CORRECCIONES POR NUMERO DE EMPLEADO; SE
      *RECREA VACIO EN CADA CORRIDA
       SELECT FILE-TRABCOR
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/corrsusp.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TCO-NUM-EMPLEADO
           FILE STATUS IS WFS-TRABCOR.

      *REGISTROS YA VALIDOS, EN EL LAYOUT EXACTO DE REG-EMP1, PARA
      *RECICLARSE COMO FILE-ENT1 EN LA SIGUIENTE CORRIDA
       SELECT FILE-RECICLA
           05 CDP-DESCRIPCION     PIC X(30).
           05 CDP-ESTADO          PIC X(01).

       FD  FILE-TRABPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRABPEND.
       01 REG-TRABPEND.
           05 TPE-NUM-EMPLEADO    PIC X(08).
           05 TPE-SECUENCIA       PIC 9(06).
           05 TPE-RECLAMADO       PIC X(01).
           05 TPE-REG             PIC X(184).

       FD  FILE-TRABCOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TRABCOR.
       01 REG-TRABCOR.
           05 TCO-NUM-EMPLEADO    PIC X(08).
           05 TCO-RFC             PIC X(13).
           05 TCO-CURP            PIC X(18).

       FD  FILE-RECICLA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 WFS-CORRIGE         PIC X(2).
           05 WFS-RECICLA         PIC X(2).
           05 WFS-CATDP           PIC X(2).
           05 WFS-TRABPEND        PIC X(2).
           05 WFS-TRABCOR         PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-SUSPENSO PIC 9(6) VALUE ZEROES.
           05 WAC-CORREGIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-RECICLADOS PIC 9(6) VALUE ZEROES.
           05 WAC-AUN-SUSPENSO PIC 9(6) VALUE ZEROES.
           05 WAC-COR-REPETIDAS PIC 9(6) VALUE ZEROES.
           05 WAC-PEND-RECLAMADOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-SUSPENSO PIC X(1) VALUE SPACE.
           05 WSW-PEND-HALLADO PIC X(1) VALUE SPACE.
           05 WSW-SIN-CATALOGO PIC X(1) VALUE SPACE.
           05 WSW-CDP-VALIDO PIC X(1) VALUE SPACE.
           05 WSW-TRABPEND PIC X(1) VALUE SPACE.

       01 WSS-CAMPOS-VALIDACION.
           05 WSS-RFC-LETRAS        PIC X(04).
       01 WSS-REINT-ANT REDEFINES WSS-REINT-ANT-X
                                   PIC 9(03).


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
           PERFORM 2000-PROCESO
               UNTIL WSW-SUSPENSO EQUAL 's'
           PERFORM 2600-PROCESA-PENDIENTES-ANT
           PERFORM 3000-FIN
           .

           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-SUSPENSO.

      *LAS CORRECCIONES SE CARGAN AL ARCHIVO DE TRABAJO, QUE SE CREA
      *VACIO AUNQUE NO HAYA ARCHIVO DE CORRECCIONES
       1140-CARGA-CORRECCIONES.
           OPEN OUTPUT FILE-TRABCOR
           CLOSE FILE-TRABCOR
           OPEN I-O FILE-TRABCOR
           IF WFS-TRABCOR NOT EQUAL '00'
               DISPLAY 'WFS-TRABCOR: 'WFS-TRABCOR
               PERFORM 1110-FIN-PROG
           END-IF
           OPEN INPUT FILE-CORRIGE
           IF WFS-CORRIGE EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE CORRECCIONES, SOLO SE '
       1145-LEE-CORRECCION.
           READ FILE-CORRIGE INTO WSS-CORRECCION
           IF WFS-CORRIGE = '00'
               ADD 1 TO WAC-CORRECCIONES
               PERFORM 1147-GRABA-CORRECCION
           ELSE
               IF WFS-CORRIGE = '10'
                   MOVE 's' TO WSW-CORRIGE
           END-IF
           .

      *SI EL MISMO EMPLEADO TRAE DOS CORRECCIONES VALE LA PRIMERA; LA
      *REPETIDA SOLO SE CUENTA
       1147-GRABA-CORRECCION.
           MOVE COR-NUM-EMPLEADO TO TCO-NUM-EMPLEADO
           MOVE COR-RFC TO TCO-RFC
           MOVE COR-CURP TO TCO-CURP
           WRITE REG-TRABCOR
               INVALID KEY
                   IF WFS-TRABCOR EQUAL '22'
                       ADD 1 TO WAC-COR-REPETIDAS
                   ELSE
                       DISPLAY 'ERROR DE GRABACION TRABAJO: '
                               WFS-TRABCOR
                       PERFORM 1110-FIN-PROG
                   END-IF
           END-WRITE
           .

      *CARGA EL PENDIENTE ACUMULADO DE CORRIDAS ANTERIORES AL ARCHIVO
      *DE TRABAJO; SI EL ARCHIVO NO EXISTE ES LA PRIMERA CORRIDA DE
      *ESTE MANTENIMIENTO Y EL DE TRABAJO QUEDA VACIO
       1150-CARGA-PENDIENTES.
           OPEN OUTPUT FILE-TRABPEND
           CLOSE FILE-TRABPEND
           OPEN I-O FILE-TRABPEND
           IF WFS-TRABPEND NOT EQUAL '00'
               DISPLAY 'WFS-TRABPEND: 'WFS-TRABPEND
               PERFORM 1110-FIN-PROG
           END-IF
           OPEN INPUT FILE-PENDANT
           IF WFS-PENDANT EQUAL '35'
               DISPLAY 'SIN PENDIENTE ACUMULADO, PRIMERA CORRIDA'
       1155-LEE-PENDIENTE.
           READ FILE-PENDANT INTO WSS-SUSP-REG
           IF WFS-PENDANT = '00'
               ADD 1 TO WAC-PENDIENTES-ANT
               MOVE SUSP-EMPLEADO (1:8) TO TPE-NUM-EMPLEADO
               MOVE WAC-PENDIENTES-ANT TO TPE-SECUENCIA
               MOVE SPACE TO TPE-RECLAMADO
               MOVE WSS-SUSP-REG TO TPE-REG
               WRITE REG-TRABPEND
               IF WFS-TRABPEND NOT EQUAL '00'
                   DISPLAY 'ERROR DE GRABACION TRABAJO: 'WFS-TRABPEND
                   PERFORM 1110-FIN-PROG
               END-IF
           ELSE
               IF WFS-PENDANT = '10'
                   MOVE 's' TO WSW-PENDANT
           .

      *EL PENDIENTE NUEVO SE ABRE SOBRE LA MISMA RUTA QUE EL
      *ANTERIOR, QUE YA QUEDO CARGADO AL ARCHIVO DE TRABAJO Y CERRADO
      *EN 1150-CARGA-PENDIENTES
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-SUSPENSO
           OPEN OUTPUT FILE-PENDNVA
           PERFORM 1200-LEE-SUSPENSO.

      *UN REGISTRO DEL SUSPENSO DE HOY QUE YA VENIA EN EL PENDIENTE
      *ACUMULADO HEREDA SUS REINTENTOS Y RECLAMA SU REGISTRO DEL
      *ARCHIVO DE TRABAJO, PARA QUE 2600 NO LO PROCESE POR SEGUNDA
      *VEZ
       2100-PROCESA-SUSPENSO.
           MOVE SUSP-EMPLEADO TO WSS-ENT1-EMP1
           IF SUSP-REINTENTOS-X IS NUMERIC
           END-IF
           MOVE SPACE TO WSW-PEND-HALLADO
           PERFORM 2120-RECLAMA-PENDIENTE
           PERFORM 2150-CORRIGE-Y-VALIDA
           .

      *SOLO SE HEREDA EL CONTADOR DE REINTENTOS DEL PENDIENTE; LOS
      *DATOS DEL EMPLEADO SE CONSERVAN DEL SUSPENSO DE HOY, QUE TRAE
      *LO MAS FRESCO DEL EXTRACTO DE ENT1. SE POSICIONA EN EL PRIMER
      *REGISTRO DEL NUMERO Y SE RECLAMA EL PRIMERO AUN NO RECLAMADO
       2120-RECLAMA-PENDIENTE.
           MOVE ENT1-NUM-EMPLEADO TO TPE-NUM-EMPLEADO
           MOVE ZEROES TO TPE-SECUENCIA
           MOVE SPACE TO WSW-TRABPEND
           START FILE-TRABPEND
               KEY IS NOT LESS THAN TPE-LLAVE
               INVALID KEY
                   MOVE 's' TO WSW-TRABPEND
           END-START
           PERFORM 2125-LEE-PENDIENTE
               UNTIL WSW-TRABPEND EQUAL 's'
                  OR WSW-PEND-HALLADO EQUAL 'S'
           .

       2125-LEE-PENDIENTE.
           READ FILE-TRABPEND NEXT RECORD
           IF WFS-TRABPEND = '00'
               IF TPE-NUM-EMPLEADO NOT EQUAL ENT1-NUM-EMPLEADO
                   MOVE 's' TO WSW-TRABPEND
               ELSE
                   IF TPE-RECLAMADO NOT EQUAL 'S'
                       MOVE TPE-REG (182:3) TO WSS-REINT-ANT-X
                       IF WSS-REINT-ANT-X IS NUMERIC AND
                          WSS-REINT-ANT GREATER THAN WSS-REINTENTOS-ACT
                           MOVE WSS-REINT-ANT TO WSS-REINTENTOS-ACT
                       END-IF
                       MOVE 'S' TO TPE-RECLAMADO
                       REWRITE REG-TRABPEND
                       IF WFS-TRABPEND NOT EQUAL '00'
                           DISPLAY 'ERROR DE GRABACION TRABAJO: '
                                   WFS-TRABPEND
                           PERFORM 1110-FIN-PROG
                       END-IF
                       ADD 1 TO WAC-PEND-RECLAMADOS
                       MOVE 'S' TO WSW-PEND-HALLADO
                   END-IF
               END-IF
           ELSE
               IF WFS-TRABPEND = '10'
                   MOVE 's' TO WSW-TRABPEND
               ELSE
                   DISPLAY 'ERROR DE LECTURA TRABAJO: 'WFS-TRABPEND
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       2150-CORRIGE-Y-VALIDA.
           MOVE SPACE TO WSW-COR-HALLADA
           PERFORM 2160-BUSCA-CORRECCION
           PERFORM 2200-VALIDA-EMPLEADO
           IF WSW-VALIDO EQUAL 'S'
               PERFORM 2300-GRABA-RECICLA
           .

       2160-BUSCA-CORRECCION.
           MOVE ENT1-NUM-EMPLEADO TO TCO-NUM-EMPLEADO
           READ FILE-TRABCOR
               KEY IS TCO-NUM-EMPLEADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TCO-RFC NOT EQUAL SPACE
                       MOVE TCO-RFC TO ENT1-RFC
                   END-IF
                   IF TCO-CURP NOT EQUAL SPACE
                       MOVE TCO-CURP TO ENT1-CURP
                   END-IF
                   ADD 1 TO WAC-CORREGIDOS
                   MOVE 'S' TO WSW-COR-HALLADA
           END-READ
           .

      *MISMAS REGLAS Y MISMOS MOTIVOS (RF/RC/CU) QUE 2040-VALIDA-ENT1
           .

      *LOS PENDIENTES DE CORRIDAS ANTERIORES QUE NO VOLVIERON A
      *LLEGAR EN EL SUSPENSO DE HOY TAMBIEN SE CORRIGEN Y REVALIDAN;
      *SE RECORRE EL ARCHIVO DE TRABAJO COMPLETO EN ORDEN DE LLAVE
       2600-PROCESA-PENDIENTES-ANT.
           MOVE LOW-VALUES TO TPE-NUM-EMPLEADO
           MOVE ZEROES TO TPE-SECUENCIA
           MOVE SPACE TO WSW-TRABPEND
           START FILE-TRABPEND
               KEY IS NOT LESS THAN TPE-LLAVE
               INVALID KEY
                   MOVE 's' TO WSW-TRABPEND
           END-START
           PERFORM 2610-LEE-PENDIENTE-ANT
               UNTIL WSW-TRABPEND EQUAL 's'
           .

       2610-LEE-PENDIENTE-ANT.
           READ FILE-TRABPEND NEXT RECORD
           IF WFS-TRABPEND = '00'
               IF TPE-RECLAMADO NOT EQUAL 'S'
                   MOVE TPE-REG TO WSS-SUSP-REG
                   MOVE SUSP-EMPLEADO TO WSS-ENT1-EMP1
                   IF SUSP-REINTENTOS-X IS NUMERIC
                       MOVE SUSP-REINTENTOS TO WSS-REINTENTOS-ACT
                   ELSE
                       MOVE ZEROES TO WSS-REINTENTOS-ACT
                   END-IF
                   PERFORM 2150-CORRIGE-Y-VALIDA
               END-IF
           ELSE
               IF WFS-TRABPEND = '10'
                   MOVE 's' TO WSW-TRABPEND
               ELSE
                   DISPLAY 'ERROR DE LECTURA TRABAJO: 'WFS-TRABPEND
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'SUSPENSO DE HOY LEIDO    : 'WAC-SUSPENSO
           DISPLAY 'PENDIENTES ANTERIORES    : 'WAC-PENDIENTES-ANT
           DISPLAY 'PENDIENTES QUE LLEGARON  : 'WAC-PEND-RECLAMADOS
           DISPLAY 'CORRECCIONES LEIDAS      : 'WAC-CORRECCIONES
           DISPLAY 'CORRECCIONES REPETIDAS   : 'WAC-COR-REPETIDAS
           DISPLAY 'CORRECCIONES APLICADAS   : 'WAC-CORREGIDOS
           DISPLAY 'RECICLADOS A ENT1        : 'WAC-RECICLADOS
           DISPLAY 'SIGUEN EN SUSPENSO       : 'WAC-AUN-SUSPENSO
           CLOSE FILE-SUSPENSO
                 FILE-PENDNVA
                 FILE-RECICLA
                 FILE-TRABPEND
                 FILE-TRABCOR
           IF WSW-SIN-CATALOGO NOT EQUAL 'S'
               CLOSE FILE-CATDP
           END-IF
