      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D228.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * CORTE PERIODICO DEL JOURNAL DE ENT2. JRNENT2.DAT CRECE CADA
      * NOCHE (EJR2D202/EJR2D204/EJR2D209/EJR2D214/EJR2D216) Y
      * EJR2D221 TENDRIA QUE REAPLICARLO COMPLETO DESDE UNA SOLA COPIA
      * BASE. ESTE PASO, CORRIDO FUERA DE LA VENTANA NOCTURNA (NADIE
      * DEBE ESTAR GRABANDO EN ENT2 NI EN EL JOURNAL):
      *
      *   - TOMA UNA COPIA BASE NUEVA DEL ARCHIVO INDEXADO DE ENT2
      *     (IMAGENES DE 200 EN SECUENCIAL, EN ORDEN DE LLAVE) EN
      *     ENT2BASE.<AAAAMMDD>.<SSSS>;
      *   - PASA LOS ASIENTOS DEL JOURNAL QUE ESA COPIA YA CUBRE (LOS
      *     DE FECHA/HORA HASTA EL CORTE) A JRNENT2.<AAAAMMDD>.<SSSS>;
      *   - REGISTRA EN EL CATALOGO ENT2CATLG.DAT EL SEGMENTO: LA BASE
      *     DE LA QUE PARTIA EL TRAMO ARCHIVADO, EL TRAMO ARCHIVADO Y
      *     LA BASE NUEVA, CON LA FECHA/HORA DEL CORTE Y SUS CONTEOS;
      *   - DEJA JRNENT2.DAT VACIO (SOLO CONSERVA UN ASIENTO POSTERIOR
      *     AL CORTE SI LO HUBIERA) PARA QUE ARRANQUE EL TRAMO NUEVO.
      *
      * EL PRIMER SEGMENTO PARTE DE ENT2BASE.DAT, LA BASE ORIGINAL DE
      * EJR2D221. CON EL CATALOGO, EJR2D221 ESCOGE LA BASE Y EL TRAMO
      * QUE CORRESPONDEN AL PUNTO EN EL TIEMPO PEDIDO.
      *
      * MODIFICACIONES
      * 15/10/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - REG-EMP2 Y LA COPIA BASE CRECEN A 200 Y LOS
      *                    ASIENTOS DEL JOURNAL A 433, AL PAREJO DE LOS
      *                    PROGRAMAS QUE GRABAN ENT2 (VER EJR2D232).
      * 15/10/2026 R2D2 - LA ENTRADA DEL CATALOGO CRECE A 335 CON EL
      *                    LARGO DEL REGISTRO DE LA BASE NUEVA ('200'),
      *                    PARA QUE EJR2D221 NO REAPLIQUE TRAMOS DEL
      *                    LAYOUT ANTERIOR.
      ******************************************************************

      ******************************************************************
      *                      EVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO INDEXADO DE ENT2 - MISMA LLAVE Y MISMA VARIABLE DE
      *AMBIENTE (EJR2D202-ENT2) QUE USA EJR2D202; AQUI SOLO SE LEE
       SELECT FILE-ENT2
           ASSIGN DYNAMIC WSS-RUTA-ENT2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT2-LLAVE SOURCE IS ENT2-NUM-EMPLEADO ENT2-RFC
           ALTERNATE RECORD KEY IS ENT2-RFC WITH DUPLICATES
           FILE STATUS IS WFS-ENT2.

      *COPIA BASE NUEVA (RUTA FECHADA, VER 1300-ARMA-RUTAS)
       SELECT FILE-BASE
           ASSIGN DYNAMIC WSS-RUTA-BASE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-BASE.

      *JOURNAL ACTIVO (ENTRADA)
       SELECT FILE-JRN
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/jrnent2.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRN.

      *EL MISMO JOURNAL, REESCRITO AL FINAL CON LO POSTERIOR AL CORTE;
      *NUNCA ESTAN ABIERTOS A LA VEZ
       SELECT FILE-JRNNVO
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/jrnent2.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRNNVO.

      *TRAMO ARCHIVADO DEL JOURNAL (RUTA FECHADA)
       SELECT FILE-JRNARC
           ASSIGN DYNAMIC WSS-RUTA-JRNARC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRNARC.

      *ARCHIVO DE TRABAJO CON LOS ASIENTOS POSTERIORES AL CORTE
       SELECT FILE-JRNTRB
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/jrntrab.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRNTRB.

      *CATALOGO DE SEGMENTOS BASE/JOURNAL; SE LEE PARA SABER EL
      *ULTIMO SEGMENTO Y SE EXTIENDE CON EL NUEVO
       SELECT FILE-CATENT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/ent2catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CATENT.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-ENT2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMP2.
       01 REG-EMP2.
           05 ENT2-RFC            PIC X(13).
           05 ENT2-NOMBRE         PIC X(20).
           05 ENT2-CP             PIC 9(05).
           05 ENT2-DIRECCION      PIC X(30).
           05 ENT2-DEPARTAMENTO   PIC X(15).
           05 ENT2-TELEFONO       PIC 9(10).
           05 ENT2-NUM-EMPLEADO   PIC X(08).
           05 ENT2-CASADO         PIC X(01).
      *NOMBRE COMPLETO, CURP Y PUESTO COMO LOS TRAE ENT1; ESTATUS
      *'A' ACTIVO / 'B' BAJA (LA BAJA YA NO BORRA EL REGISTRO)
           05 ENT2-PATERNO        PIC X(20).
           05 ENT2-MATERNO        PIC X(20).
           05 ENT2-CURP           PIC X(18).
           05 ENT2-PUESTO         PIC X(20).
           05 ENT2-FECHA-INGRESO  PIC 9(08).
           05 ENT2-ESTATUS        PIC X(01).
           05 ENT2-FECHA-BAJA     PIC 9(08).
           05 FILLER              PIC X(03).

       FD  FILE-BASE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BASE.
       01 REG-BASE PIC X(200).

       FD  FILE-JRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
       01 REG-JRN PIC X(433).

       FD  FILE-JRNNVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRNNVO.
       01 REG-JRNNVO PIC X(433).

       FD  FILE-JRNARC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRNARC.
       01 REG-JRNARC PIC X(433).

       FD  FILE-JRNTRB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRNTRB.
       01 REG-JRNTRB PIC X(433).

       FD  FILE-CATENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CATENT.
       01 REG-CATENT PIC X(335).

       WORKING-STORAGE SECTION.
      *RUTAS; LA DE ENT2 RESPETA EJR2D202-ENT2 Y LAS FECHADAS SE
      *ARMAN EN 1300-ARMA-RUTAS
       01 WSS-RUTAS.
           05 WSS-RUTA-ENT2 PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datosemp2.dat'.
           05 WSS-RUTA-ENV    PIC X(100) VALUE SPACE.
           05 WSS-RUTA-BASE   PIC X(100) VALUE SPACE.
           05 WSS-RUTA-JRNARC PIC X(100) VALUE SPACE.
      *BASE DE LA QUE PARTE EL TRAMO QUE SE ARCHIVA: LA BASE NUEVA
      *DEL ULTIMO SEGMENTO, O LA ORIGINAL DE EJR2D221 SI NO HAY
           05 WSS-RUTA-BASE-ANT PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/ent2base.dat'.
           05 WSS-DIRECTORIO  PIC X(34) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/'.

      *ASIENTO DEL JOURNAL, MISMO LAYOUT QUE GRABAN LOS PROGRAMAS
      *QUE MODIFICAN ENT2
       01 WSS-JOURNAL.
           05 JRN-FECHA           PIC 9(08).
           05 JRN-HORA            PIC 9(08).
           05 JRN-PROGRAMA        PIC X(08).
           05 JRN-OPERACION       PIC X(01).
           05 JRN-ANTES           PIC X(200).
           05 JRN-DESPUES         PIC X(200).
           05 JRN-APROBADOR       PIC X(08).

      *ENTRADA DEL CATALOGO: SEGMENTO, FECHA/HORA DEL CORTE, CONTEOS
      *Y LAS TRES RUTAS (BASE DE PARTIDA DEL TRAMO ARCHIVADO, TRAMO
      *ARCHIVADO Y BASE NUEVA, QUE SE PAREA CON EL JOURNAL ACTIVO
      *HASTA EL SIGUIENTE CORTE)
       01 WSS-CATALOGO.
           05 CTE-SEGMENTO        PIC 9(04).
           05 CTE-FECHA           PIC 9(08).
           05 CTE-HORA            PIC 9(08).
           05 CTE-REGISTROS       PIC 9(06).
           05 CTE-ASIENTOS        PIC 9(06).
           05 CTE-BASE-ANT        PIC X(100).
           05 CTE-JRN-ARCH        PIC X(100).
           05 CTE-BASE-NVA        PIC X(100).
      *LARGO DEL REGISTRO DE ENT2 EN LA BASE NUEVA; EN BLANCO EN LAS
      *ENTRADAS GRABADAS ANTES DE LA CONVERSION (LAYOUT DE 102)
           05 CTE-LARGO-ENT2      PIC X(03).

       01 WSS-FILE-STATUS.
           05 WFS-ENT2            PIC X(2).
           05 WFS-BASE            PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WFS-JRNNVO          PIC X(2).
           05 WFS-JRNARC          PIC X(2).
           05 WFS-JRNTRB          PIC X(2).
           05 WFS-CATENT          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-BASE PIC 9(6) VALUE ZEROES.
           05 WAC-ASIENTOS PIC 9(6) VALUE ZEROES.
           05 WAC-ARCHIVADOS PIC 9(6) VALUE ZEROES.
           05 WAC-RETENIDOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-ENT2 PIC X(1) VALUE SPACE.
           05 WSW-JRN PIC X(1) VALUE SPACE.
           05 WSW-JRNTRB PIC X(1) VALUE SPACE.
           05 WSW-CATENT PIC X(1) VALUE SPACE.
           05 WSW-SIN-JRN PIC X(1) VALUE SPACE.

      *FECHA/HORA DEL CORTE Y SEGMENTO QUE SE ABRE
       01 WSS-CORRIDA.
           05 WSS-FECHA-CORTE      PIC 9(08).
           05 WSS-HORA-CORTE       PIC 9(08).
           05 WSS-SEGMENTO         PIC 9(04) VALUE ZEROES.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-COPIA-ENT2
               UNTIL WSW-ENT2 EQUAL 's'
           PERFORM 2100-SEPARA-ASIENTO
               UNTIL WSW-JRN EQUAL 's'
           PERFORM 3000-FIN
           .

       1000-INICIO.
           ACCEPT WSS-FECHA-CORTE FROM DATE YYYYMMDD
           ACCEPT WSS-HORA-CORTE FROM TIME
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D202-ENT2"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-ENT2
           END-IF
           PERFORM 1150-LEE-CATALOGO.
           PERFORM 1300-ARMA-RUTAS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-ENT2.
           PERFORM 1210-LEE-ASIENTO.

      *EL SEGMENTO NUEVO ES EL ULTIMO DEL CATALOGO MAS UNO, Y SU
      *TRAMO PARTE DE LA BASE NUEVA DE ESE ULTIMO SEGMENTO; SIN
      *CATALOGO ES EL PRIMER CORTE
       1150-LEE-CATALOGO.
           OPEN INPUT FILE-CATENT
           IF WFS-CATENT EQUAL '35'
               DISPLAY 'SIN CATALOGO PREVIO, PRIMER CORTE'
           ELSE
               IF WFS-CATENT NOT EQUAL '00'
                   DISPLAY 'WFS-CATENT: 'WFS-CATENT
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
               PERFORM 1155-LEE-ENTRADA
                   UNTIL WSW-CATENT EQUAL 's'
               CLOSE FILE-CATENT
           END-IF
           ADD 1 TO WSS-SEGMENTO
           .

       1155-LEE-ENTRADA.
           READ FILE-CATENT INTO WSS-CATALOGO
           IF WFS-CATENT = '00'
               IF CTE-SEGMENTO GREATER THAN WSS-SEGMENTO
                   MOVE CTE-SEGMENTO TO WSS-SEGMENTO
                   MOVE CTE-BASE-NVA TO WSS-RUTA-BASE-ANT
               END-IF
           ELSE
               IF WFS-CATENT = '10'
                   MOVE 's' TO WSW-CATENT
               END-IF
           END-IF
           .

       1300-ARMA-RUTAS.
           MOVE WSS-SEGMENTO TO CTE-SEGMENTO
           MOVE SPACES TO WSS-RUTA-BASE
           STRING WSS-DIRECTORIO DELIMITED BY SPACE
                  'ent2base.' DELIMITED BY SIZE
                  WSS-FECHA-CORTE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  CTE-SEGMENTO DELIMITED BY SIZE
               INTO WSS-RUTA-BASE
           MOVE SPACES TO WSS-RUTA-JRNARC
           STRING WSS-DIRECTORIO DELIMITED BY SPACE
                  'jrnent2.' DELIMITED BY SIZE
                  WSS-FECHA-CORTE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  CTE-SEGMENTO DELIMITED BY SIZE
               INTO WSS-RUTA-JRNARC
           .

      *SIN JOURNAL ACTIVO EL TRAMO ARCHIVADO QUEDA VACIO, PERO LA
      *BASE NUEVA Y EL SEGMENTO SE REGISTRAN IGUAL
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-ENT2
           OPEN OUTPUT FILE-BASE
           OPEN INPUT FILE-JRN
           IF WFS-JRN EQUAL '35'
               DISPLAY 'SIN JOURNAL ACTIVO, EL TRAMO QUEDA VACIO'
               MOVE 'S' TO WSW-SIN-JRN
               MOVE 's' TO WSW-JRN
               MOVE '00' TO WFS-JRN
           END-IF
           OPEN OUTPUT FILE-JRNARC
           OPEN OUTPUT FILE-JRNTRB

           IF WFS-ENT2 EQUAL '00' AND
              WFS-BASE EQUAL '00' AND
              WFS-JRN EQUAL '00' AND
              WFS-JRNARC EQUAL '00' AND
              WFS-JRNTRB EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-ENT2: 'WFS-ENT2
               DISPLAY 'WFS-BASE: 'WFS-BASE
               DISPLAY 'WFS-JRN: 'WFS-JRN
               DISPLAY 'WFS-JRNARC: 'WFS-JRNARC
               DISPLAY 'WFS-JRNTRB: 'WFS-JRNTRB
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF

           MOVE LOW-VALUES TO ENT2-NUM-EMPLEADO ENT2-RFC
           START FILE-ENT2 KEY IS NOT LESS THAN ENT2-LLAVE
           IF WFS-ENT2 NOT EQUAL '00'
               MOVE 's' TO WSW-ENT2
           END-IF
           .

       1110-FIN-PROG.
           STOP RUN.

       1200-LEE-ENT2.
           IF WSW-ENT2 NOT EQUAL 's'
               READ FILE-ENT2 NEXT RECORD
               IF WFS-ENT2 = '00'
                   ADD 1 TO WAC-BASE
               ELSE
                   IF WFS-ENT2 = '10'
                       MOVE 's' TO WSW-ENT2
                   ELSE
                       DISPLAY 'ERROR DE LECTURA ENT2: 'WFS-ENT2
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

       1210-LEE-ASIENTO.
           IF WSW-SIN-JRN NOT EQUAL 'S'
               READ FILE-JRN INTO WSS-JOURNAL
               IF WFS-JRN = '00'
                   ADD 1 TO WAC-ASIENTOS
               ELSE
                   IF WFS-JRN = '10'
                       MOVE 's' TO WSW-JRN
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *                   COPIA BASE NUEVA                             *
      ******************************************************************
       2000-COPIA-ENT2.
           WRITE REG-BASE FROM REG-EMP2
           IF WFS-BASE EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION BASE: 'WFS-BASE
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           PERFORM 1200-LEE-ENT2
           .

      ******************************************************************
      *                 SEPARACION DEL JOURNAL                         *
      ******************************************************************
      *LO QUE LA BASE NUEVA YA CUBRE (HASTA EL CORTE) SE ARCHIVA; UN
      *ASIENTO POSTERIOR AL CORTE SE RETIENE PARA EL JOURNAL NUEVO
       2100-SEPARA-ASIENTO.
           IF JRN-FECHA GREATER THAN WSS-FECHA-CORTE OR
              (JRN-FECHA EQUAL WSS-FECHA-CORTE AND
               JRN-HORA GREATER THAN WSS-HORA-CORTE)
               WRITE REG-JRNTRB FROM WSS-JOURNAL
               MOVE WFS-JRNTRB TO WFS-JRNNVO
               ADD 1 TO WAC-RETENIDOS
           ELSE
               WRITE REG-JRNARC FROM WSS-JOURNAL
               MOVE WFS-JRNARC TO WFS-JRNNVO
               ADD 1 TO WAC-ARCHIVADOS
           END-IF
           IF WFS-JRNNVO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION JOURNAL: 'WFS-JRNNVO
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           PERFORM 1210-LEE-ASIENTO
           .

      ******************************************************************
      *            CATALOGO Y ARRANQUE DEL JOURNAL NUEVO               *
      ******************************************************************
      *EL SEGMENTO SE CATALOGA ANTES DE VACIAR EL JOURNAL ACTIVO: SI
      *EL PASO SE CAE ENTRE UNA COSA Y OTRA, LOS ASIENTOS SIGUEN EN
      *EL ACTIVO Y REAPLICARLOS SOBRE LA BASE NUEVA LLEGA AL MISMO
      *RESULTADO
       2500-CATALOGA-SEGMENTO.
           MOVE WSS-SEGMENTO TO CTE-SEGMENTO
           MOVE WSS-FECHA-CORTE TO CTE-FECHA
           MOVE WSS-HORA-CORTE TO CTE-HORA
           MOVE WAC-BASE TO CTE-REGISTROS
           MOVE WAC-ARCHIVADOS TO CTE-ASIENTOS
           MOVE WSS-RUTA-BASE-ANT TO CTE-BASE-ANT
           MOVE WSS-RUTA-JRNARC TO CTE-JRN-ARCH
           MOVE WSS-RUTA-BASE TO CTE-BASE-NVA
           MOVE '200' TO CTE-LARGO-ENT2
           OPEN EXTEND FILE-CATENT
           IF WFS-CATENT EQUAL '35'
               OPEN OUTPUT FILE-CATENT
           END-IF
           IF WFS-CATENT NOT EQUAL '00'
               DISPLAY 'WFS-CATENT: 'WFS-CATENT
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           WRITE REG-CATENT FROM WSS-CATALOGO
           IF WFS-CATENT EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION CATALOGO: 'WFS-CATENT
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           CLOSE FILE-CATENT
           .

      *EL JOURNAL ACTIVO SE REESCRIBE SOLO CON LO RETENIDO (LO NORMAL
      *ES QUE QUEDE VACIO)
       2600-REINICIA-JOURNAL.
           OPEN INPUT FILE-JRNTRB
           OPEN OUTPUT FILE-JRNNVO
           IF WFS-JRNTRB EQUAL '00' AND
              WFS-JRNNVO EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-JRNTRB: 'WFS-JRNTRB
               DISPLAY 'WFS-JRNNVO: 'WFS-JRNNVO
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           PERFORM 2610-COPIA-RETENIDO
               UNTIL WSW-JRNTRB EQUAL 's'
           CLOSE FILE-JRNTRB
                 FILE-JRNNVO
           .

       2610-COPIA-RETENIDO.
           READ FILE-JRNTRB INTO WSS-JOURNAL
           IF WFS-JRNTRB = '00'
               WRITE REG-JRNNVO FROM WSS-JOURNAL
               IF WFS-JRNNVO EQUAL '00'
                  CONTINUE
               ELSE
                  DISPLAY 'ERROR DE GRABACION JOURNAL: 'WFS-JRNNVO
                  MOVE 99 TO RETURN-CODE
                  PERFORM 1110-FIN-PROG
               END-IF
           ELSE
               IF WFS-JRNTRB = '10'
                   MOVE 's' TO WSW-JRNTRB
               END-IF
           END-IF
           .

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           PERFORM 2500-CATALOGA-SEGMENTO.
           PERFORM 2600-REINICIA-JOURNAL.
           DISPLAY 'SEGMENTO                 : 'WSS-SEGMENTO
           DISPLAY 'CORTE                    : 'WSS-FECHA-CORTE
                   ' 'WSS-HORA-CORTE
           DISPLAY 'REGISTROS EN BASE NUEVA  : 'WAC-BASE
           DISPLAY 'ASIENTOS LEIDOS          : 'WAC-ASIENTOS
           DISPLAY 'ASIENTOS ARCHIVADOS      : 'WAC-ARCHIVADOS
           DISPLAY 'ASIENTOS RETENIDOS       : 'WAC-RETENIDOS
           DISPLAY 'BASE NUEVA               : 'WSS-RUTA-BASE
           DISPLAY 'TRAMO ARCHIVADO          : 'WSS-RUTA-JRNARC
           DISPLAY 'BASE DEL TRAMO ARCHIVADO : 'WSS-RUTA-BASE-ANT
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-ENT2
                 FILE-BASE
                 FILE-JRNARC
                 FILE-JRNTRB
           IF WSW-SIN-JRN NOT EQUAL 'S'
               CLOSE FILE-JRN
           END-IF
           .
