      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D232.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * CONVERSION UNICA DE ENT2 AL REGISTRO DE 200. REG-EMP2 ERA DE
      * 102 Y NO TRAIA NOMBRE COMPLETO, CURP, PUESTO, FECHA DE INGRESO
      * NI ESTATUS; LOS PROGRAMAS QUE ABREN ENT2, EL JOURNAL Y
      * EJR2D221 PASAN AL LAYOUT NUEVO AL MISMO TIEMPO. ESTE PASO LEE
      * EL ARCHIVO INDEXADO ACTUAL (LAYOUT DE 102) Y ARMA OTRO NUEVO:
      *
      *   - LOS PRIMEROS 102 BYTES PASAN TAL CUAL;
      *   - PATERNO, MATERNO, CURP Y PUESTO QUEDAN EN BLANCO Y LOS
      *     LLENA EJR2D202 CON EL SIGUIENTE ENT1 QUE CASE;
      *   - LA FECHA DE INGRESO SE TOMA DE LA ULTIMA ALTA DE ESE
      *     EMPLEADO/RFC EN ALTASHIS.DAT (CEROS SI NO HAY);
      *   - ESTATUS 'A' Y FECHA DE BAJA EN CEROS (LAS BAJAS VIEJAS YA
      *     FUERON BORRADAS DE ENT2).
      *
      * EL ARCHIVO NUEVO NUNCA SE GRABA SOBRE EL VIGENTE: SALE EN
      * ENT2CONV.DAT (O EN EJR2D232-SALIDA) Y OPERACION LO PONE EN
      * LUGAR DE DATOSEMP2.DAT ANTES DE LA PRIMERA CORRIDA NOCTURNA
      * CON LOS PROGRAMAS NUEVOS. SE CORRE FUERA DE LA VENTANA.
      *
      * EL JOURNAL ACTIVO TRAE ASIENTOS DE 237 (IMAGENES DE 102) QUE
      * EJR2D228 YA NO PUEDE LEER, ASI QUE EL CORTE SE HACE AQUI: LOS
      * ASIENTOS PASAN A JRNENT2.<AAAAMMDD>.<SSSS> Y EL ACTIVO QUEDA
      * VACIO. EL SEGMENTO QUE SE CATALOGA PARTE DE LA ULTIMA BASE (DE
      * 102) CON ESE TRAMO Y SU BASE NUEVA ES LA COPIA DE 200 DEL
      * ARCHIVO CONVERTIDO (CTE-LARGO-ENT2 = '200'); EJR2D221 PARTE DE
      * ESA BASE Y NO REAPLICA LOS TRAMOS DEL LAYOUT ANTERIOR.
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
      *ENT2 ACTUAL (LAYOUT DE 102) - MISMA LLAVE Y MISMA VARIABLE DE
      *AMBIENTE (EJR2D202-ENT2) QUE USA EJR2D202; AQUI SOLO SE LEE
       SELECT FILE-ANT
           ASSIGN DYNAMIC WSS-RUTA-ANT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-LLAVE SOURCE IS ANT-NUM-EMPLEADO ANT-RFC
           ALTERNATE RECORD KEY IS ANT-RFC WITH DUPLICATES
           FILE STATUS IS WFS-ANT.

      *ENT2 CONVERTIDO (LAYOUT DE 200), MISMAS LLAVES
       SELECT FILE-ENT2
           ASSIGN DYNAMIC WSS-RUTA-ENT2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT2-LLAVE SOURCE IS ENT2-NUM-EMPLEADO ENT2-RFC
           ALTERNATE RECORD KEY IS ENT2-RFC WITH DUPLICATES
           FILE STATUS IS WFS-ENT2.

      *HISTORICO DE ALTAS QUE GRABA EJR2D204
       SELECT FILE-ALTAHIS
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/altashis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-ALTAHIS.

      *ARCHIVO DE TRABAJO CON LA ULTIMA FECHA DE ALTA POR LLAVE DE
      *ENT2; SE RECREA EN CADA CORRIDA
       SELECT FILE-INGRESOS
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/ingresos.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-LLAVE SOURCE IS ING-NUM-EMPLEADO ING-RFC
           FILE STATUS IS WFS-INGRESOS.

      *JOURNAL ACTIVO (LAYOUT ANTERIOR); SE ARCHIVA COMPLETO Y AL
      *FINAL SE REABRE OUTPUT PARA DEJARLO VACIO
       SELECT FILE-JRN
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/jrnent2.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRN.

      *COPIA BASE DEL ARCHIVO CONVERTIDO (RUTA FECHADA, VER
      *1300-ARMA-RUTAS)
       SELECT FILE-BASE
           ASSIGN DYNAMIC WSS-RUTA-BASE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-BASE.

      *TRAMO ARCHIVADO DEL SEGMENTO DE CONVERSION (RUTA FECHADA)
       SELECT FILE-JRNARC
           ASSIGN DYNAMIC WSS-RUTA-JRNARC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRNARC.

      *CATALOGO DE SEGMENTOS BASE/JOURNAL DE EJR2D228
       SELECT FILE-CATENT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/ent2catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CATENT.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *LAYOUT ANTERIOR DE REG-EMP2
       FD  FILE-ANT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMP2ANT.
       01 REG-EMP2ANT.
           05 ANT-RFC             PIC X(13).
           05 ANT-NOMBRE          PIC X(20).
           05 ANT-CP              PIC 9(05).
           05 ANT-DIRECCION       PIC X(30).
           05 ANT-DEPARTAMENTO    PIC X(15).
           05 ANT-TELEFONO        PIC 9(10).
           05 ANT-NUM-EMPLEADO    PIC X(08).
           05 ANT-CASADO          PIC X(01).

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

       FD  FILE-ALTAHIS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ALTAHIS.
       01 REG-ALTAHIS PIC X(61).

       FD  FILE-INGRESOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INGRESOS.
       01 REG-INGRESOS.
           05 ING-NUM-EMPLEADO    PIC X(08).
           05 ING-RFC             PIC X(13).
           05 ING-FECHA           PIC 9(08).

       FD  FILE-JRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
      *ASIENTO DEL LAYOUT ANTERIOR: IMAGENES ANTES/DESPUES DE 102
       01 REG-JRN PIC X(237).

       FD  FILE-BASE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BASE.
       01 REG-BASE PIC X(200).

       FD  FILE-JRNARC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRNARC.
       01 REG-JRNARC PIC X(237).

       FD  FILE-CATENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CATENT.
       01 REG-CATENT PIC X(335).

       WORKING-STORAGE SECTION.
      *RUTAS; LA DE ENTRADA RESPETA EJR2D202-ENT2, LA DE SALIDA
      *EJR2D232-SALIDA Y LAS FECHADAS SE ARMAN EN 1300-ARMA-RUTAS
       01 WSS-RUTAS.
           05 WSS-RUTA-ANT PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datosemp2.dat'.
           05 WSS-RUTA-ENT2 PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/ent2conv.dat'.
           05 WSS-RUTA-ENV    PIC X(100) VALUE SPACE.
           05 WSS-RUTA-BASE   PIC X(100) VALUE SPACE.
           05 WSS-RUTA-JRNARC PIC X(100) VALUE SPACE.
      *BASE DE LA QUE PARTE EL TRAMO: LA BASE NUEVA DEL ULTIMO
      *SEGMENTO, O LA ORIGINAL DE EJR2D221 SI NO HAY
           05 WSS-RUTA-BASE-ANT PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/ent2base.dat'.
           05 WSS-DIRECTORIO  PIC X(34) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/'.

      *REGISTRO DEL HISTORICO DE ALTAS, MISMO LAYOUT QUE EJR2D204
       01 WSS-ALTAHIS.
           05 AHI-FECHA           PIC 9(08).
           05 AHI-HORA            PIC 9(08).
           05 AHI-EMPLEADO        PIC X(08).
           05 AHI-RFC             PIC X(13).
           05 AHI-DEPARTAMENTO    PIC X(15).
           05 AHI-TIPO            PIC X(01).
           05 AHI-NUM-ANTERIOR    PIC X(08).

      *ENTRADA DEL CATALOGO, MISMO LAYOUT QUE EJR2D228
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
           05 WFS-ANT             PIC X(2).
           05 WFS-ENT2            PIC X(2).
           05 WFS-ALTAHIS         PIC X(2).
           05 WFS-INGRESOS        PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WFS-BASE            PIC X(2).
           05 WFS-JRNARC          PIC X(2).
           05 WFS-CATENT          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-ALTAHIS PIC 9(6) VALUE ZEROES.
           05 WAC-INGRESOS PIC 9(6) VALUE ZEROES.
           05 WAC-ANT PIC 9(6) VALUE ZEROES.
           05 WAC-CONVERTIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-CON-INGRESO PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-INGRESO PIC 9(6) VALUE ZEROES.
           05 WAC-ASIENTOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-ANT PIC X(1) VALUE SPACE.
           05 WSW-ALTAHIS PIC X(1) VALUE SPACE.
           05 WSW-CATENT PIC X(1) VALUE SPACE.
           05 WSW-SIN-ALTAHIS PIC X(1) VALUE SPACE.
           05 WSW-JRN PIC X(1) VALUE SPACE.
           05 WSW-SIN-JRN PIC X(1) VALUE SPACE.

      *FECHA/HORA DE LA CONVERSION Y SEGMENTO QUE SE ABRE
       01 WSS-CORRIDA.
           05 WSS-FECHA-CORTE      PIC 9(08).
           05 WSS-HORA-CORTE       PIC 9(08).
           05 WSS-SEGMENTO         PIC 9(04) VALUE ZEROES.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGA-INGRESO
               UNTIL WSW-ALTAHIS EQUAL 's'
           PERFORM 2100-CONVIERTE-ENT2
               UNTIL WSW-ANT EQUAL 's'
           PERFORM 2050-ARCHIVA-ASIENTO
               UNTIL WSW-JRN EQUAL 's'
           PERFORM 3000-FIN
           .

       1000-INICIO.
           ACCEPT WSS-FECHA-CORTE FROM DATE YYYYMMDD
           ACCEPT WSS-HORA-CORTE FROM TIME
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D202-ENT2"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-ANT
           END-IF
           MOVE SPACE TO WSS-RUTA-ENV
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D232-SALIDA"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-ENT2
           END-IF
           IF WSS-RUTA-ENT2 EQUAL WSS-RUTA-ANT
               DISPLAY 'LA SALIDA NO PUEDE SER EL ENT2 VIGENTE'
               MOVE 16 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           PERFORM 1150-LEE-CATALOGO.
           PERFORM 1300-ARMA-RUTAS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-ANT.
           PERFORM 1210-LEE-ALTAHIS.
           PERFORM 1220-LEE-ASIENTO.

      *EL SEGMENTO NUEVO ES EL ULTIMO DEL CATALOGO MAS UNO, Y SU
      *TRAMO PARTE DE LA BASE NUEVA DE ESE ULTIMO SEGMENTO
       1150-LEE-CATALOGO.
           OPEN INPUT FILE-CATENT
           IF WFS-CATENT EQUAL '35'
               DISPLAY 'SIN CATALOGO PREVIO, PRIMER SEGMENTO'
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

      *SIN HISTORICO DE ALTAS TODOS LOS REGISTROS QUEDAN SIN FECHA DE
      *INGRESO, PERO LA CONVERSION SE HACE IGUAL
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-ANT
           OPEN OUTPUT FILE-ENT2
           OPEN OUTPUT FILE-BASE
           OPEN INPUT FILE-ALTAHIS
           IF WFS-ALTAHIS EQUAL '35'
               DISPLAY 'SIN HISTORICO DE ALTAS, SIN FECHAS DE INGRESO'
               MOVE 'S' TO WSW-SIN-ALTAHIS
               MOVE 's' TO WSW-ALTAHIS
               MOVE '00' TO WFS-ALTAHIS
           END-IF

      *LOS ASIENTOS DEL JOURNAL ACTIVO TRAEN IMAGENES DEL LAYOUT
      *ANTERIOR; SE PASAN TAL CUAL AL TRAMO DEL SEGMENTO
           OPEN INPUT FILE-JRN
           IF WFS-JRN EQUAL '35'
               MOVE 'S' TO WSW-SIN-JRN
               MOVE 's' TO WSW-JRN
               MOVE '00' TO WFS-JRN
           END-IF
           OPEN OUTPUT FILE-JRNARC

      *EL ARCHIVO DE TRABAJO SE CREA VACIO Y SE REABRE I-O
           OPEN OUTPUT FILE-INGRESOS
           CLOSE FILE-INGRESOS
           OPEN I-O FILE-INGRESOS

           IF WFS-ANT EQUAL '00' AND
              WFS-ENT2 EQUAL '00' AND
              WFS-BASE EQUAL '00' AND
              WFS-ALTAHIS EQUAL '00' AND
              WFS-INGRESOS EQUAL '00' AND
              WFS-JRN EQUAL '00' AND
              WFS-JRNARC EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-ANT: 'WFS-ANT
               DISPLAY 'WFS-ENT2: 'WFS-ENT2
               DISPLAY 'WFS-BASE: 'WFS-BASE
               DISPLAY 'WFS-ALTAHIS: 'WFS-ALTAHIS
               DISPLAY 'WFS-INGRESOS: 'WFS-INGRESOS
               DISPLAY 'WFS-JRN: 'WFS-JRN
               DISPLAY 'WFS-JRNARC: 'WFS-JRNARC
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF

           MOVE LOW-VALUES TO ANT-NUM-EMPLEADO ANT-RFC
           START FILE-ANT KEY IS NOT LESS THAN ANT-LLAVE
           IF WFS-ANT NOT EQUAL '00'
               MOVE 's' TO WSW-ANT
           END-IF
           .

       1110-FIN-PROG.
           STOP RUN.

       1200-LEE-ANT.
           IF WSW-ANT NOT EQUAL 's'
               READ FILE-ANT NEXT RECORD
               IF WFS-ANT = '00'
                   ADD 1 TO WAC-ANT
               ELSE
                   IF WFS-ANT = '10'
                       MOVE 's' TO WSW-ANT
                   ELSE
                       DISPLAY 'ERROR DE LECTURA ENT2: 'WFS-ANT
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

       1210-LEE-ALTAHIS.
           IF WSW-ALTAHIS NOT EQUAL 's'
               READ FILE-ALTAHIS INTO WSS-ALTAHIS
               IF WFS-ALTAHIS = '00'
                   ADD 1 TO WAC-ALTAHIS
               ELSE
                   IF WFS-ALTAHIS = '10'
                       MOVE 's' TO WSW-ALTAHIS
                   ELSE
                       DISPLAY 'ERROR DE LECTURA ALTASHIS: '
                               WFS-ALTAHIS
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

       1220-LEE-ASIENTO.
           IF WSW-JRN NOT EQUAL 's'
               READ FILE-JRN
               IF WFS-JRN = '00'
                   ADD 1 TO WAC-ASIENTOS
               ELSE
                   IF WFS-JRN = '10'
                       MOVE 's' TO WSW-JRN
                   ELSE
                       DISPLAY 'ERROR DE LECTURA JOURNAL: 'WFS-JRN
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *               FECHAS DE INGRESO DEL HISTORICO                  *
      ******************************************************************
      *ALTASHIS SE GRABA EN ORDEN CRONOLOGICO, ASI QUE LA ULTIMA ALTA
      *DE LA LLAVE (EL REINGRESO, SI LO HUBO) REEMPLAZA A LA ANTERIOR
       2000-CARGA-INGRESO.
           MOVE AHI-EMPLEADO TO ING-NUM-EMPLEADO
           MOVE AHI-RFC TO ING-RFC
           MOVE AHI-FECHA TO ING-FECHA
           WRITE REG-INGRESOS
               INVALID KEY
                   IF WFS-INGRESOS EQUAL '22'
                       REWRITE REG-INGRESOS
                       IF WFS-INGRESOS NOT EQUAL '00'
                           DISPLAY 'ERROR DE GRABACION TRABAJO: '
                                   WFS-INGRESOS
                           MOVE 99 TO RETURN-CODE
                           PERFORM 1110-FIN-PROG
                       END-IF
                   ELSE
                       DISPLAY 'ERROR DE GRABACION TRABAJO: '
                               WFS-INGRESOS
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WAC-INGRESOS
           END-WRITE
           PERFORM 1210-LEE-ALTAHIS
           .

      ******************************************************************
      *                  CONVERSION DE CADA REGISTRO                   *
      ******************************************************************
       2100-CONVIERTE-ENT2.
           MOVE SPACES TO REG-EMP2
           MOVE REG-EMP2ANT TO REG-EMP2 (1:102)
           MOVE ZEROES TO ENT2-FECHA-INGRESO
                          ENT2-FECHA-BAJA
           MOVE 'A' TO ENT2-ESTATUS
           PERFORM 2110-BUSCA-INGRESO
           WRITE REG-EMP2
               INVALID KEY
                   DISPLAY 'ERROR DE GRABACION ENT2: 'WFS-ENT2
                           ' 'ENT2-NUM-EMPLEADO' 'ENT2-RFC
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
           END-WRITE
           WRITE REG-BASE FROM REG-EMP2
           IF WFS-BASE EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION BASE: 'WFS-BASE
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           ADD 1 TO WAC-CONVERTIDOS
           PERFORM 1200-LEE-ANT
           .

       2110-BUSCA-INGRESO.
           MOVE ENT2-NUM-EMPLEADO TO ING-NUM-EMPLEADO
           MOVE ENT2-RFC TO ING-RFC
           READ FILE-INGRESOS
               KEY IS ING-LLAVE
           IF WFS-INGRESOS EQUAL '00'
               MOVE ING-FECHA TO ENT2-FECHA-INGRESO
               ADD 1 TO WAC-CON-INGRESO
           ELSE
               IF WFS-INGRESOS EQUAL '23'
                   ADD 1 TO WAC-SIN-INGRESO
               ELSE
                   DISPLAY 'ERROR DE LECTURA TRABAJO: 'WFS-INGRESOS
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

      ******************************************************************
      *                 TRAMO DEL JOURNAL ANTERIOR                     *
      ******************************************************************
       2050-ARCHIVA-ASIENTO.
           WRITE REG-JRNARC FROM REG-JRN
           IF WFS-JRNARC EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION TRAMO: 'WFS-JRNARC
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           PERFORM 1220-LEE-ASIENTO
           .

      ******************************************************************
      *                 SEGMENTO DE LA CONVERSION                      *
      ******************************************************************
      *EL TRAMO DEL SEGMENTO ES EL JOURNAL ACTIVO ARCHIVADO (LAYOUT
      *ANTERIOR) Y SU BASE NUEVA ES LA COPIA DEL ARCHIVO CONVERTIDO
       2500-CATALOGA-SEGMENTO.
           MOVE WSS-SEGMENTO TO CTE-SEGMENTO
           MOVE WSS-FECHA-CORTE TO CTE-FECHA
           MOVE WSS-HORA-CORTE TO CTE-HORA
           MOVE WAC-CONVERTIDOS TO CTE-REGISTROS
           MOVE WAC-ASIENTOS TO CTE-ASIENTOS
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

      *YA CATALOGADO EL TRAMO, EL JOURNAL ACTIVO SE VACIA PARA QUE LOS
      *ASIENTOS NUEVOS SE GRABEN CON EL LAYOUT DE 200
       2600-VACIA-JOURNAL.
           IF WSW-SIN-JRN NOT EQUAL 'S'
               OPEN OUTPUT FILE-JRN
               IF WFS-JRN EQUAL '00'
                  CLOSE FILE-JRN
               ELSE
                  DISPLAY 'WFS-JRN: 'WFS-JRN
                  MOVE 99 TO RETURN-CODE
                  PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           PERFORM 2500-CATALOGA-SEGMENTO.
           PERFORM 2600-VACIA-JOURNAL.
           DISPLAY 'SEGMENTO                 : 'WSS-SEGMENTO
           DISPLAY 'CONVERSION               : 'WSS-FECHA-CORTE
                   ' 'WSS-HORA-CORTE
           DISPLAY 'ALTAS HISTORICAS LEIDAS  : 'WAC-ALTAHIS
           DISPLAY 'LLAVES CON ALTA          : 'WAC-INGRESOS
           DISPLAY 'REGISTROS LEIDOS ENT2    : 'WAC-ANT
           DISPLAY 'REGISTROS CONVERTIDOS    : 'WAC-CONVERTIDOS
           DISPLAY 'CON FECHA DE INGRESO     : 'WAC-CON-INGRESO
           DISPLAY 'SIN FECHA DE INGRESO     : 'WAC-SIN-INGRESO
           DISPLAY 'ASIENTOS ARCHIVADOS      : 'WAC-ASIENTOS
           DISPLAY 'ENT2 ANTERIOR            : 'WSS-RUTA-ANT
           DISPLAY 'ENT2 CONVERTIDO          : 'WSS-RUTA-ENT2
           DISPLAY 'BASE NUEVA               : 'WSS-RUTA-BASE
           DISPLAY 'TRAMO DEL SEGMENTO       : 'WSS-RUTA-JRNARC
           DISPLAY 'BASE DEL TRAMO           : 'WSS-RUTA-BASE-ANT
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-ANT
                 FILE-ENT2
                 FILE-BASE
                 FILE-INGRESOS
                 FILE-JRNARC
           IF WSW-SIN-ALTAHIS NOT EQUAL 'S'
               CLOSE FILE-ALTAHIS
           END-IF
           IF WSW-SIN-JRN NOT EQUAL 'S'
               CLOSE FILE-JRN
           END-IF
           .
