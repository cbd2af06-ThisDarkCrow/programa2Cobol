      *
      * MODIFICACIONES
      * 02/09/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - EL EXTRACTO LLEGA CON UN REGISTRO DE
      *                    ENCABEZADO (FECHA DEL EXTRACTO Y SECUENCIA)
      *                    AL PRINCIPIO Y UNO DE SUMARIO (CONTEO DE
      *                    REGISTROS Y HASH TOTAL = SUMA DE LOS NUMEROS
      *                    DE EMPLEADO; UNO NO NUMERICO SUMA CERO) AL
      *                    FINAL. ANTES DE TOCAR EL ENT1 DE LA CORRIDA
      *                    SE RECORRE EL EXTRACTO COMPLETO
      *                    (1300-VALIDA-EXTRACTO) Y SE COMPARA CONTRA
      *                    EL HISTORICO DE EXTRACTOS RECIBIDOS
      *                    INTAKEHIS.DAT (1350-VERIFICA-HISTORIA): SE
      *                    RECHAZA SI FALTA EL ENCABEZADO O EL SUMARIO,
      *                    SI EL SUMARIO NO CUADRA, SI LA FECHA O LA
      *                    SECUENCIA YA SE PROCESARON O SI LA FECHA ES
      *                    ANTERIOR A LA ULTIMA PROCESADA. UN RECHAZO
      *                    TERMINA CON RETURN-CODE 16 SIN ABRIR EL ENT1
      *                    (QUEDA EL DE LA CORRIDA ANTERIOR) Y EJR2D215
      *                    DETIENE LA CADENA. EJR2D217-REPROCESA = 'S'
      *                    PERMITE, CON AVISO, VOLVER A PROCESAR UN
      *                    EXTRACTO YA REGISTRADO (REINICIO DE LA
      *                    CADENA). LOS REGISTROS DE CONTROL NO PASAN AL
      *                    ENT1: EL LAYOUT DE 179 NO CAMBIA.
      * 15/10/2026 R2D2 - LAS LLAVES DEL EXTRACTO FRESCO SE GUARDAN EN
      *                    UN ARCHIVO DE TRABAJO INDEXADO POR NUMERO +
      *                    RFC EN LUGAR DE LA TABLA DE 5000; SIN LIMITE
      *                    DE REGISTROS.
      * 15/10/2026 R2D2 - LOS ERRORES DE E/S DE LA VALIDACION TERMINAN
      *                    CON RETURN-CODE 99 Y UN EXTRACTO QUE CAMBIO
      *                    DESPUES DE VALIDARLO CON 16, PARA QUE
      *                    EJR2D215 NO CORRA EJR2D202. EL ENCABEZADO SE
      *                    VUELVE A VERIFICAR ANTES DE ABRIR EL ENT1
      *                    OUTPUT.
      ******************************************************************

      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ORIGEN.

      *ARCHIVO DE TRABAJO: LLAVES DEL EXTRACTO FRESCO, PARA
      *DEDUPLICAR LOS RECICLADOS; SE RECREA VACIO EN CADA CORRIDA
       SELECT FILE-FRESCOS
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/frescos.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRE-LLAVE SOURCE IS FRE-NUM-EMPLEADO
                                             FRE-RFC
           FILE STATUS IS WFS-FRESCOS.

      *HISTORICO DE EXTRACTOS ACEPTADOS: UNA LINEA POR EXTRACTO CON
      *SU FECHA, SECUENCIA Y CIFRAS DE CONTROL
       SELECT FILE-HISTORIA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/intakehis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-HISTORIA.


      ******************************************************************
      *                         DATA DIVISION                          *
           DATA RECORD IS REG-ORIGEN.
       01 REG-ORIGEN PIC X(22).

       FD  FILE-HISTORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTORIA.
       01 REG-HISTORIA PIC X(52).

       FD  FILE-FRESCOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FRESCOS.
       01 REG-FRESCOS.
           05 FRE-NUM-EMPLEADO    PIC X(08).
           05 FRE-RFC             PIC X(13).

       WORKING-STORAGE SECTION.
      *RUTAS; LAS DEL EXTRACTO Y DEL ENT1 ARMADO SE PUEDEN
      *SOBREESCRIBIR POR VARIABLE DE AMBIENTE SIN RECOMPILAR (VER

       01 WSS-ENT1-EMP1.
           05 ENT1-NUM-EMPLEADO   PIC X(08).
           05 ENT1-NUM-EMPLEADO-N REDEFINES ENT1-NUM-EMPLEADO
                                  PIC 9(08).
           05 ENT1-NOMBRE         PIC X(20).
           05 ENT1-PATERNO        PIC X(20).
           05 ENT1-MATERNO        PIC X(20).
           05 ENT1-RFC            PIC X(13).
           05 ENT1-CURP           PIC X(18).

      *REGISTROS DE CONTROL DEL EXTRACTO, EN LA MISMA AREA: LA MARCA
      *OCUPA LA POSICION DEL NUMERO DE EMPLEADO
       01 WSS-CONTROL REDEFINES WSS-ENT1-EMP1.
           05 CTL-MARCA           PIC X(08).
               88 CTL-ES-ENCABEZADO   VALUE 'ENCABEZA'.
               88 CTL-ES-SUMARIO      VALUE 'SUMARIO '.
           05 CTL-ENCABEZADO.
               10 CTL-FECHA           PIC X(08).
               10 CTL-FECHA-N REDEFINES CTL-FECHA
                                      PIC 9(08).
               10 CTL-SECUENCIA       PIC X(04).
               10 CTL-SECUENCIA-N REDEFINES CTL-SECUENCIA
                                      PIC 9(04).
               10 FILLER              PIC X(12).
           05 CTL-SUMARIO REDEFINES CTL-ENCABEZADO.
               10 CTL-REGISTROS       PIC X(09).
               10 CTL-REGISTROS-N REDEFINES CTL-REGISTROS
                                      PIC 9(09).
               10 CTL-HASH            PIC X(15).
               10 CTL-HASH-N REDEFINES CTL-HASH
                                      PIC 9(15).
           05 FILLER              PIC X(147).

      *HISTORICO DE EXTRACTOS: FECHA Y SECUENCIA DEL EXTRACTO, FECHA
      *Y HORA EN QUE SE TOMO, REGISTROS Y HASH TOTAL
       01 WSS-HISTORIA.
           05 HIS-FECHA-EXTRACTO  PIC 9(08).
           05 HIS-SECUENCIA       PIC 9(04).
           05 HIS-FECHA-PROCESO   PIC 9(08).
           05 HIS-HORA-PROCESO    PIC 9(08).
           05 HIS-REGISTROS       PIC 9(09).
           05 HIS-HASH            PIC 9(15).

      *CIFRAS DE CONTROL DEL EXTRACTO EN TURNO: LAS DEL ENCABEZADO Y
      *EL SUMARIO CONTRA LAS CALCULADAS, Y EL MOTIVO DE RECHAZO
       01 WSS-CIFRAS-EXTRACTO.
           05 WSS-FECHA-EXTRACTO  PIC 9(08) VALUE ZEROES.
           05 WSS-SECUENCIA       PIC 9(04) VALUE ZEROES.
           05 WSS-SUM-REGISTROS   PIC 9(09) VALUE ZEROES.
           05 WSS-SUM-HASH        PIC 9(15) VALUE ZEROES.
           05 WSS-CALC-REGISTROS  PIC 9(09) VALUE ZEROES.
           05 WSS-CALC-HASH       PIC 9(15) VALUE ZEROES.
           05 WSS-ULTIMA-FECHA    PIC 9(08) VALUE ZEROES.
           05 WSS-MOTIVO-RECHAZO  PIC X(50) VALUE SPACE.
           05 WSS-REPROCESA-PARM  PIC X(10) VALUE SPACE.

       01 WSS-ORIGEN.
           05 ORI-NUM-EMPLEADO    PIC X(08).
           05 ORI-RFC             PIC X(13).
           05 WFS-RECICLA         PIC X(2).
           05 WFS-ENT1            PIC X(2).
           05 WFS-ORIGEN          PIC X(2).
           05 WFS-HISTORIA        PIC X(2).
           05 WFS-FRESCOS         PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-FRESCOS PIC 9(6) VALUE ZEROES.
           05 WAC-INCORPORADOS PIC 9(6) VALUE ZEROES.
           05 WAC-DESCARTADOS PIC 9(6) VALUE ZEROES.
           05 WAC-TOTAL PIC 9(6) VALUE ZEROES.
           05 WAC-FRE-REPETIDOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-EXTRACTO PIC X(1) VALUE SPACE.
           05 WSW-RECICLA PIC X(1) VALUE SPACE.
           05 WSW-SIN-RECICLA PIC X(1) VALUE SPACE.
           05 WSW-LLAVE-FRESCA PIC X(1) VALUE SPACE.
           05 WSW-CONTROL PIC X(1) VALUE SPACE.
           05 WSW-SUMARIO PIC X(1) VALUE SPACE.
           05 WSW-HISTORIA PIC X(1) VALUE SPACE.
           05 WSW-REPROCESA PIC X(1) VALUE SPACE.
           05 WSW-YA-PROCESADO PIC X(1) VALUE SPACE.
           05 WSW-FECHA-REPETIDA PIC X(1) VALUE SPACE.
           05 WSW-SEC-REPETIDA PIC X(1) VALUE SPACE.


      ******************************************************************

       1000-INICIO.
           PERFORM 1105-VERIFICA-RUTAS.
           PERFORM 1300-VALIDA-EXTRACTO.
           PERFORM 1350-VERIFICA-HISTORIA.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-EXTRACTO.

           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-ENT1
           END-IF
           ACCEPT WSS-REPROCESA-PARM FROM ENVIRONMENT
                  "EJR2D217-REPROCESA"
           IF WSS-REPROCESA-PARM EQUAL 'S' OR
              WSS-REPROCESA-PARM EQUAL 'SI'
               MOVE 'S' TO WSW-REPROCESA
           END-IF
           .

      *SI RECICLA.DAT NO EXISTE (EJR2D206 NO HA CORRIDO O NO DEJO
      *NADA) EL INTAKE ES SOLO EL EXTRACTO FRESCO. EL ENCABEZADO SE
      *VUELVE A VERIFICAR ANTES DE ABRIR EL ENT1, QUE AL ABRIRSE
      *OUTPUT PIERDE EL DE LA CORRIDA ANTERIOR
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-EXTRACTO
           IF WFS-EXTRACTO NOT EQUAL '00'
               DISPLAY 'WFS-EXTRACTO: 'WFS-EXTRACTO
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           PERFORM 1205-SALTA-ENCABEZADO
           OPEN INPUT FILE-RECICLA
           IF WFS-RECICLA EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE RECICLAJE, INTAKE SOLO FRESCO'
           OPEN OUTPUT FILE-ENT1
                       FILE-ORIGEN

      *EL ARCHIVO DE TRABAJO SE CREA VACIO Y SE REABRE I-O
           OPEN OUTPUT FILE-FRESCOS
           CLOSE FILE-FRESCOS
           OPEN I-O FILE-FRESCOS

           IF WFS-EXTRACTO EQUAL '00' AND
              WFS-RECICLA EQUAL '00' AND
              WFS-ENT1 EQUAL '00' AND
              WFS-ORIGEN EQUAL '00' AND
              WFS-FRESCOS EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-EXTRACTO: 'WFS-EXTRACTO
               DISPLAY 'WFS-RECICLA: 'WFS-RECICLA
               DISPLAY 'WFS-ENT1: 'WFS-ENT1
               DISPLAY 'WFS-ORIGEN: 'WFS-ORIGEN
               DISPLAY 'WFS-FRESCOS: 'WFS-FRESCOS
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           .
       1110-FIN-PROG.
           STOP RUN.

      *EL EXTRACTO YA SE VALIDO: EL PRIMER REGISTRO ES EL ENCABEZADO
      *Y EL SUMARIO ES EL ULTIMO, ASI QUE AL LLEGAR A EL SE TERMINA
      *EL FRESCO
       1205-SALTA-ENCABEZADO.
           READ FILE-EXTRACTO INTO WSS-ENT1-EMP1
           IF WFS-EXTRACTO NOT EQUAL '00' OR
              NOT CTL-ES-ENCABEZADO
               DISPLAY 'EXTRACTO CAMBIO DESPUES DE VALIDARLO: '
                       WFS-EXTRACTO
               MOVE 16 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           .

       1200-LEE-EXTRACTO.
           READ FILE-EXTRACTO INTO WSS-ENT1-EMP1
           IF WFS-EXTRACTO = '00'
               IF CTL-ES-SUMARIO
                   MOVE 's' TO WSW-EXTRACTO
               ELSE
                   ADD 1 TO WAC-FRESCOS
               END-IF
           ELSE
               IF WFS-EXTRACTO = '10'
                   MOVE 's' TO WSW-EXTRACTO
           END-IF
           .

      ******************************************************************
      *          VALIDACION DE ENCABEZADO, SUMARIO E HISTORICO         *
      ******************************************************************
      *PRIMERA PASADA SOBRE EL EXTRACTO, ANTES DE ABRIR EL ENT1: EL
      *PRIMER REGISTRO DEBE SER EL ENCABEZADO, EL ULTIMO EL SUMARIO, Y
      *EL CONTEO Y EL HASH DE LOS REGISTROS DE EN MEDIO DEBEN CUADRAR
      *CON EL SUMARIO
       1300-VALIDA-EXTRACTO.
           OPEN INPUT FILE-EXTRACTO
           IF WFS-EXTRACTO NOT EQUAL '00'
               DISPLAY 'WFS-EXTRACTO: 'WFS-EXTRACTO
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           READ FILE-EXTRACTO INTO WSS-ENT1-EMP1
           EVALUATE TRUE
               WHEN WFS-EXTRACTO NOT EQUAL '00'
                   MOVE 'EXTRACTO VACIO, SIN ENCABEZADO'
                       TO WSS-MOTIVO-RECHAZO
               WHEN NOT CTL-ES-ENCABEZADO
                   MOVE 'EXTRACTO SIN ENCABEZADO'
                       TO WSS-MOTIVO-RECHAZO
               WHEN CTL-FECHA IS NOT NUMERIC OR
                    CTL-SECUENCIA IS NOT NUMERIC
                   MOVE 'ENCABEZADO CON FECHA O SECUENCIA INVALIDA'
                       TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE CTL-FECHA-N TO WSS-FECHA-EXTRACTO
                   MOVE CTL-SECUENCIA-N TO WSS-SECUENCIA
                   PERFORM 1310-LEE-CONTROL
                       UNTIL WSW-CONTROL EQUAL 's'
                          OR WSS-MOTIVO-RECHAZO NOT EQUAL SPACE
           END-EVALUATE
           CLOSE FILE-EXTRACTO
           IF WSS-MOTIVO-RECHAZO EQUAL SPACE
               EVALUATE TRUE
                   WHEN WSW-SUMARIO NOT EQUAL 'S'
                       MOVE 'EXTRACTO SIN SUMARIO (INCOMPLETO)'
                           TO WSS-MOTIVO-RECHAZO
                   WHEN WSS-CALC-REGISTROS NOT EQUAL WSS-SUM-REGISTROS
                       MOVE 'CONTEO DE REGISTROS NO CUADRA CON SUMARIO'
                           TO WSS-MOTIVO-RECHAZO
                   WHEN WSS-CALC-HASH NOT EQUAL WSS-SUM-HASH
                       MOVE 'HASH TOTAL NO CUADRA CON SUMARIO'
                           TO WSS-MOTIVO-RECHAZO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WSS-MOTIVO-RECHAZO NOT EQUAL SPACE
               PERFORM 1390-RECHAZA-EXTRACTO
           END-IF
           .

       1310-LEE-CONTROL.
           READ FILE-EXTRACTO INTO WSS-ENT1-EMP1
           IF WFS-EXTRACTO = '00'
               IF WSW-SUMARIO EQUAL 'S'
                   MOVE 'REGISTROS DESPUES DEL SUMARIO'
                       TO WSS-MOTIVO-RECHAZO
               ELSE
                   EVALUATE TRUE
                       WHEN CTL-ES-ENCABEZADO
                           MOVE 'ENCABEZADO DUPLICADO'
                               TO WSS-MOTIVO-RECHAZO
                       WHEN CTL-ES-SUMARIO
                           MOVE 'S' TO WSW-SUMARIO
                           IF CTL-REGISTROS IS NOT NUMERIC OR
                              CTL-HASH IS NOT NUMERIC
                               MOVE 'SUMARIO CON CIFRAS INVALIDAS'
                                   TO WSS-MOTIVO-RECHAZO
                           ELSE
                               MOVE CTL-REGISTROS-N
                                   TO WSS-SUM-REGISTROS
                               MOVE CTL-HASH-N TO WSS-SUM-HASH
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WSS-CALC-REGISTROS
                           IF ENT1-NUM-EMPLEADO IS NUMERIC
                               ADD ENT1-NUM-EMPLEADO-N
                                   TO WSS-CALC-HASH
                           END-IF
                   END-EVALUATE
               END-IF
           ELSE
               IF WFS-EXTRACTO = '10'
                   MOVE 's' TO WSW-CONTROL
               ELSE
                   DISPLAY 'ERROR DE LECTURA EXTRACTO: 'WFS-EXTRACTO
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

      *LA FECHA Y LA SECUENCIA NO PUEDEN HABERSE PROCESADO ANTES, NI
      *LA FECHA SER ANTERIOR A LA ULTIMA PROCESADA; SIN HISTORICO ES
      *EL PRIMER EXTRACTO. CON EJR2D217-REPROCESA = 'S' SOLO SE AVISA
       1350-VERIFICA-HISTORIA.
           OPEN INPUT FILE-HISTORIA
           IF WFS-HISTORIA EQUAL '35'
               DISPLAY 'SIN HISTORICO DE EXTRACTOS, PRIMER EXTRACTO'
           ELSE
               IF WFS-HISTORIA NOT EQUAL '00'
                   DISPLAY 'WFS-HISTORIA: 'WFS-HISTORIA
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
               PERFORM 1355-LEE-HISTORIA
                   UNTIL WSW-HISTORIA EQUAL 's'
               CLOSE FILE-HISTORIA
           END-IF
           EVALUATE TRUE
               WHEN WSW-YA-PROCESADO EQUAL 'S'
                   MOVE 'EXTRACTO YA PROCESADO (FECHA Y SECUENCIA)'
                       TO WSS-MOTIVO-RECHAZO
               WHEN WSW-FECHA-REPETIDA EQUAL 'S'
                   MOVE 'FECHA DE EXTRACTO YA PROCESADA'
                       TO WSS-MOTIVO-RECHAZO
               WHEN WSW-SEC-REPETIDA EQUAL 'S'
                   MOVE 'SECUENCIA DE EXTRACTO YA PROCESADA'
                       TO WSS-MOTIVO-RECHAZO
               WHEN WSS-FECHA-EXTRACTO LESS THAN WSS-ULTIMA-FECHA
                   MOVE 'EXTRACTO ANTERIOR AL ULTIMO PROCESADO'
                       TO WSS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSS-MOTIVO-RECHAZO NOT EQUAL SPACE
               IF WSW-REPROCESA EQUAL 'S'
                   DISPLAY 'AVISO - ' WSS-MOTIVO-RECHAZO
                   DISPLAY 'SE REPROCESA POR EJR2D217-REPROCESA'
                   MOVE SPACE TO WSS-MOTIVO-RECHAZO
               ELSE
                   PERFORM 1390-RECHAZA-EXTRACTO
               END-IF
           END-IF
           .

       1355-LEE-HISTORIA.
           READ FILE-HISTORIA INTO WSS-HISTORIA
           IF WFS-HISTORIA = '00'
               IF HIS-FECHA-EXTRACTO EQUAL WSS-FECHA-EXTRACTO AND
                  HIS-SECUENCIA EQUAL WSS-SECUENCIA
                   MOVE 'S' TO WSW-YA-PROCESADO
               ELSE
                   IF HIS-FECHA-EXTRACTO EQUAL WSS-FECHA-EXTRACTO
                       MOVE 'S' TO WSW-FECHA-REPETIDA
                   END-IF
                   IF HIS-SECUENCIA EQUAL WSS-SECUENCIA
                       MOVE 'S' TO WSW-SEC-REPETIDA
                   END-IF
               END-IF
               IF HIS-FECHA-EXTRACTO GREATER THAN WSS-ULTIMA-FECHA
                   MOVE HIS-FECHA-EXTRACTO TO WSS-ULTIMA-FECHA
               END-IF
           ELSE
               IF WFS-HISTORIA = '10'
                   MOVE 's' TO WSW-HISTORIA
               END-IF
           END-IF
           .

      *EL RECHAZO TERMINA ANTES DE ABRIR EL ENT1 DE LA CORRIDA, CON UN
      *RC PROPIO (16) PARA QUE EJR2D215 NO DEJE ARRANCAR A EJR2D202
       1390-RECHAZA-EXTRACTO.
           DISPLAY 'EXTRACTO RECHAZADO: 'WSS-MOTIVO-RECHAZO
           DISPLAY 'FECHA DEL EXTRACTO       : 'WSS-FECHA-EXTRACTO
           DISPLAY 'SECUENCIA DEL EXTRACTO   : 'WSS-SECUENCIA
           DISPLAY 'REGISTROS SEGUN SUMARIO  : 'WSS-SUM-REGISTROS
           DISPLAY 'REGISTROS CONTADOS       : 'WSS-CALC-REGISTROS
           DISPLAY 'HASH SEGUN SUMARIO       : 'WSS-SUM-HASH
           DISPLAY 'HASH CALCULADO           : 'WSS-CALC-HASH
           MOVE 16 TO RETURN-CODE
           PERFORM 1110-FIN-PROG
           .

      *CADA REGISTRO FRESCO PASA TAL CUAL AL ENT1 DE LA CORRIDA Y SU
      *LLAVE SE GUARDA EN EL ARCHIVO DE TRABAJO PARA DEDUPLICAR LOS
      *RECICLADOS; UNA LLAVE REPETIDA EN EL FRESCO SOLO SE CUENTA (EL
      *DUPLICADO LO ATRAPA EJR2D202)
       2000-COPIA-FRESCO.
           MOVE ENT1-NUM-EMPLEADO TO FRE-NUM-EMPLEADO
           MOVE ENT1-RFC TO FRE-RFC
           WRITE REG-FRESCOS
               INVALID KEY
                   IF WFS-FRESCOS EQUAL '22'
                       ADD 1 TO WAC-FRE-REPETIDOS
                   ELSE
                       DISPLAY 'ERROR DE GRABACION TRABAJO: '
                               WFS-FRESCOS
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
           END-WRITE
           MOVE 'F' TO ORI-FUENTE
           PERFORM 2200-GRABA-INTAKE
           PERFORM 1200-LEE-EXTRACTO
       2510-DEDUPLICA-RECICLADO.
           MOVE SPACE TO WSW-LLAVE-FRESCA
           PERFORM 2520-BUSCA-LLAVE-FRESCA
           IF WSW-LLAVE-FRESCA EQUAL 'S'
               ADD 1 TO WAC-DESCARTADOS
           ELSE
           .

       2520-BUSCA-LLAVE-FRESCA.
           MOVE ENT1-NUM-EMPLEADO TO FRE-NUM-EMPLEADO
           MOVE ENT1-RFC TO FRE-RFC
           READ FILE-FRESCOS
               KEY IS FRE-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WSW-LLAVE-FRESCA
           END-READ
           .

       2200-GRABA-INTAKE.
           END-IF
           .

      *EL EXTRACTO SE REGISTRA EN EL HISTORICO SOLO DESPUES DE
      *ARMAR EL ENT1 COMPLETO; LA PRIMERA VEZ EL ARCHIVO NO EXISTE Y
      *SE CREA
       3050-GRABA-HISTORIA.
           MOVE WSS-FECHA-EXTRACTO TO HIS-FECHA-EXTRACTO
           MOVE WSS-SECUENCIA TO HIS-SECUENCIA
           ACCEPT HIS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT HIS-HORA-PROCESO FROM TIME
           MOVE WSS-SUM-REGISTROS TO HIS-REGISTROS
           MOVE WSS-SUM-HASH TO HIS-HASH
           OPEN EXTEND FILE-HISTORIA
           IF WFS-HISTORIA EQUAL '35'
               OPEN OUTPUT FILE-HISTORIA
           END-IF
           IF WFS-HISTORIA EQUAL '00'
               CONTINUE
           ELSE
               DISPLAY 'WFS-HISTORIA: 'WFS-HISTORIA
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           WRITE REG-HISTORIA FROM WSS-HISTORIA
           IF WFS-HISTORIA EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION HISTORICO: 'WFS-HISTORIA
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           CLOSE FILE-HISTORIA
           .

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           PERFORM 3050-GRABA-HISTORIA.
           DISPLAY 'FECHA DEL EXTRACTO       : 'WSS-FECHA-EXTRACTO
           DISPLAY 'SECUENCIA DEL EXTRACTO   : 'WSS-SECUENCIA
           DISPLAY 'HASH TOTAL DEL EXTRACTO  : 'WSS-CALC-HASH
           DISPLAY 'EXTRACTO FRESCO LEIDO    : 'WAC-FRESCOS
           DISPLAY 'LLAVES REPETIDAS FRESCO  : 'WAC-FRE-REPETIDOS
           DISPLAY 'RECICLADOS LEIDOS        : 'WAC-RECICLADOS
           DISPLAY 'RECICLADOS INCORPORADOS  : 'WAC-INCORPORADOS
           DISPLAY 'RECICLADOS YA EN FRESCO  : 'WAC-DESCARTADOS
           CLOSE FILE-EXTRACTO
                 FILE-ENT1
                 FILE-ORIGEN
                 FILE-FRESCOS
           IF WSW-SIN-RECICLA NOT EQUAL 'S'
               CLOSE FILE-RECICLA
           END-IF
