      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D230.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * REPORTE DE PLANTILLA AUTORIZADA CONTRA PLANTILLA REAL POR
      * DEPARTAMENTO Y PUESTO. LA PLANTILLA REAL SALE DE LA SALIDA DE
      * EJR2D202 (SAL1, LOS EMPLEADOS VIGENTES DE LA CORRIDA), QUE SE
      * ORDENA CON SORT POR DEPARTAMENTO + PUESTO Y SE CUENTA POR
      * COMBINACION; LA AUTORIZADA ES PLAZAS.DAT (EJR2D229), QUE SE LEE
      * EN ORDEN DE LLAVE. AMBAS SE CASAN POR LINEA BALANCEADA:
      *
      *   COMBINACION EN LAS DOS      - AUTORIZADAS CONTRA OCUPADAS;
      *   SOLO EN PLAZAS (ACTIVA)     - TODAS SUS PLAZAS VACANTES;
      *   SOLO EN SAL1, O CON LA
      *   COMBINACION RETIRADA        - SIN PLAZA, TODO ES EXCEDENTE.
      *
      * UNA COMBINACION RETIRADA Y SIN OCUPANTES NO SE IMPRIME. CADA
      * LINEA LLEVA VACANTES (AUTORIZADAS MENOS OCUPADAS) O EXCEDENTE
      * (OCUPADAS MENOS AUTORIZADAS), CON SUBTOTAL POR DEPARTAMENTO Y
      * GRAN TOTAL. SIN ARCHIVO DE PLAZAS EL REPORTE SALE CON TODO
      * COMO SIN PLAZA, CON AVISO.
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
      *SALIDA DE EJR2D202 - MISMA RUTA Y MISMA VARIABLE DE AMBIENTE
      *(EJR2D202-SAL1) QUE USAN EJR2D202, EJR2D203 Y EJR2D211
       SELECT FILE-SAL1
           ASSIGN DYNAMIC WSS-RUTA-SAL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-SAL1.

      *ARCHIVO DE TRABAJO DEL SORT
       SELECT FILE-ORDENA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/ordplz.tmp".

      *PLANTILLA AUTORIZADA (EJR2D229), LEIDA EN ORDEN DE LLAVE
       SELECT FILE-PLAZA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/plazas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-LLAVE SOURCE IS PLZ-DEPARTAMENTO
                                             PLZ-PUESTO
           FILE STATUS IS WFS-PLAZA.

      *REPORTE DE VACANTES Y EXCEDENTES
       SELECT FILE-REPVAC
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/repvacan.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPVAC.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-SAL1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SAL1.
       01 REG-SAL1 PIC X(148).

       SD  FILE-ORDENA
           DATA RECORD IS SORT-REG.
       01 SORT-REG.
           05 ORD-DEPARTAMENTO    PIC X(15).
           05 ORD-PUESTO          PIC X(20).

       FD  FILE-PLAZA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PLAZA.
       01 REG-PLAZA.
           05 PLZ-DEPARTAMENTO    PIC X(15).
           05 PLZ-PUESTO          PIC X(20).
           05 PLZ-AUTORIZADAS     PIC 9(05).
           05 PLZ-ESTADO          PIC X(01).
           05 PLZ-FECHA           PIC 9(08).

       FD  FILE-REPVAC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPVAC.
       01 REG-REPVAC PIC X(80).

       WORKING-STORAGE SECTION.
      *RUTA DE FILE-SAL1; EL VALOR POR DEFECTO ES EL MISMO DE SIEMPRE
      *Y SE USA SI NO HAY VARIABLE DE AMBIENTE QUE LO SOBREESCRIBA
      *(VER 1105-VERIFICA-RUTA)
       01 WSS-RUTAS.
           05 WSS-RUTA-SAL1 PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datossal1.dat'.
           05 WSS-RUTA-ENV  PIC X(100) VALUE SPACE.

       01 WSS-SAL1.
           05 SAL1-NUM-EMPLEADO   PIC X(08).
           05 SAL1-NOMBRE         PIC X(20).
           05 SAL1-PATERNO        PIC X(20).
           05 SAL1-MATERNO        PIC X(20).
           05 SAL1-TELEFONO       PIC 9(10).
           05 SAL1-DIRECCION      PIC X(30).
           05 SAL1-DEPARTAMENTO   PIC X(15).
           05 SAL1-PUESTO         PIC X(20).
           05 SAL1-CP             PIC 9(05).

      *REGISTRO ORDENADO QUE REGRESA EL SORT
       01 WSS-ORDENADO.
           05 ORD2-DEPARTAMENTO   PIC X(15).
           05 ORD2-PUESTO         PIC X(20).

      *LLAVES DE LA LINEA BALANCEADA: COMBINACION CONTADA DEL SORT Y
      *COMBINACION VIGENTE DE PLAZAS (HIGH-VALUES AL AGOTARSE)
       01 WSS-LLAVE-OCU.
           05 OCU-DEPARTAMENTO    PIC X(15).
           05 OCU-PUESTO          PIC X(20).

       01 WSS-LLAVE-PLZ.
           05 LLP-DEPARTAMENTO    PIC X(15).
           05 LLP-PUESTO          PIC X(20).

      *COMBINACION QUE SE IMPRIME Y SUS CIFRAS
       01 WSS-LINEA.
           05 LIN-DEPARTAMENTO    PIC X(15).
           05 LIN-PUESTO          PIC X(20).
           05 LIN-AUTORIZADAS     PIC 9(06).
           05 LIN-OCUPADAS        PIC 9(06).
           05 LIN-VACANTES        PIC 9(06).
           05 LIN-EXCEDENTE       PIC 9(06).

       01 WSS-CORTES.
           05 CORTE-DEPARTAMENTO  PIC X(15).

       01 WSS-FILE-STATUS.
           05 WFS-SAL1            PIC X(2).
           05 WFS-PLAZA           PIC X(2).
           05 WFS-REPVAC          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-SAL1-LEIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-ORDENADOS PIC 9(6) VALUE ZEROES.
           05 WAC-PLAZAS-LEIDAS PIC 9(6) VALUE ZEROES.
           05 WAC-GRUPO PIC 9(6) VALUE ZEROES.
           05 WAC-LINEAS PIC 9(6) VALUE ZEROES.
           05 WAC-DEP-AUT PIC 9(6) VALUE ZEROES.
           05 WAC-DEP-OCU PIC 9(6) VALUE ZEROES.
           05 WAC-DEP-VAC PIC 9(6) VALUE ZEROES.
           05 WAC-DEP-EXC PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-AUT PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-OCU PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-VAC PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-EXC PIC 9(6) VALUE ZEROES.
           05 WAC-COMB-COMPLETAS PIC 9(6) VALUE ZEROES.
           05 WAC-COMB-VACANTES PIC 9(6) VALUE ZEROES.
           05 WAC-COMB-EXCEDIDAS PIC 9(6) VALUE ZEROES.
           05 WAC-COMB-SIN-PLAZA PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-SAL1 PIC X(1) VALUE SPACE.
           05 WSW-ORDENA PIC X(1) VALUE SPACE.
           05 WSW-PLAZA PIC X(1) VALUE SPACE.
           05 WSW-SIN-PLAZAS PIC X(1) VALUE SPACE.
           05 WSW-CON-PLAZA PIC X(1) VALUE SPACE.

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D230  '.
           05 FILLER              PIC X(45) VALUE
              'PLANTILLA AUTORIZADA CONTRA PLANTILLA REAL'.

       01 WSS-LIN-ENC2.
           05 FILLER               PIC X(24) VALUE '    PUESTO'.
           05 FILLER               PIC X(09) VALUE '  AUTORIZ'.
           05 FILLER               PIC X(09) VALUE '  OCUPADA'.
           05 FILLER               PIC X(09) VALUE '  VACANTE'.
           05 FILLER               PIC X(09) VALUE '  EXCEDEN'.
           05 FILLER               PIC X(12) VALUE '  ESTADO'.

       01 WSS-LIN-DEPTO.
           05 FILLER               PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 ENC-DEPTO            PIC X(15).

       01 WSS-LIN-PUESTO.
           05 FILLER                PIC X(04) VALUE SPACE.
           05 DET-PUESTO            PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-AUTORIZADAS       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-OCUPADAS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-VACANTES          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-EXCEDENTE         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-ESTADO            PIC X(10).

       01 WSS-LIN-SUBDEP.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 FILLER                PIC X(06) VALUE 'TOTAL '.
           05 SUB-DEPTO             PIC X(15).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 SUB-AUTORIZADAS       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 SUB-OCUPADAS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 SUB-VACANTES          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 SUB-EXCEDENTE         PIC ZZZ,ZZ9.

       01 WSS-LIN-TOTAL.
           05 FILLER                PIC X(26) VALUE 'GRAN TOTAL'.
           05 TOT-AUTORIZADAS       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 TOT-OCUPADAS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 TOT-VACANTES          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 TOT-EXCEDENTE         PIC ZZZ,ZZ9.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT FILE-ORDENA
               ASCENDING KEY ORD-DEPARTAMENTO
                             ORD-PUESTO
               INPUT PROCEDURE IS 2100-CAPTURA
                   THRU 2119-CAPTURA-FIN
               OUTPUT PROCEDURE IS 2500-REPORTA
                   THRU 2599-REPORTA-FIN
           PERFORM 3000-FIN
           .

       1000-INICIO.
           PERFORM 1105-VERIFICA-RUTA.
           PERFORM 1100-ABRIR-ARCHIVOS.

      *MISMA VARIABLE DE AMBIENTE (EJR2D202-SAL1) QUE USAN EJR2D202,
      *EJR2D203 Y EJR2D211; SI NO EXISTE SE QUEDA LA RUTA POR DEFECTO
       1105-VERIFICA-RUTA.
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D202-SAL1"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-SAL1
           END-IF
           .

      *SIN PLAZAS.DAT (EJR2D229 NUNCA HA CORRIDO) EL REPORTE SALE CON
      *TODA LA PLANTILLA COMO SIN PLAZA
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-SAL1
                OUTPUT FILE-REPVAC
           OPEN INPUT FILE-PLAZA
           IF WFS-PLAZA EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE PLAZAS, TODO SALE SIN PLAZA'
               MOVE 'S' TO WSW-SIN-PLAZAS
               MOVE 's' TO WSW-PLAZA
               MOVE '00' TO WFS-PLAZA
           END-IF

           IF WFS-SAL1 EQUAL '00' AND
              WFS-PLAZA EQUAL '00' AND
              WFS-REPVAC EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-SAL1: 'WFS-SAL1
               DISPLAY 'WFS-PLAZA: 'WFS-PLAZA
               DISPLAY 'WFS-REPVAC: 'WFS-REPVAC
               PERFORM 1110-FIN-PROG
           END-IF

           WRITE REG-REPVAC FROM WSS-LIN-ENC1
           WRITE REG-REPVAC FROM WSS-LIN-ENC2
           .

       1110-FIN-PROG.
           STOP RUN.

      ******************************************************************
      *          PROCEDIMIENTO DE ENTRADA DEL SORT                     *
      ******************************************************************
      *EL GO TO AL PARRAFO DE SALIDA EVITA QUE EL CONTROL CAIGA EN
      *CASCADA SOBRE LOS PARRAFOS SUBORDINADOS DEL RANGO DEL SORT
       2100-CAPTURA.
           PERFORM 2110-LEE-SAL1
           PERFORM 2115-LIBERA-REGISTRO
               UNTIL WSW-SAL1 EQUAL 's'
           GO TO 2119-CAPTURA-FIN.

       2110-LEE-SAL1.
           READ FILE-SAL1 INTO WSS-SAL1
           IF WFS-SAL1 = '00'
               ADD 1 TO WAC-SAL1-LEIDOS
           ELSE
               IF WFS-SAL1 = '10'
                   MOVE 's' TO WSW-SAL1
               END-IF
           END-IF
           .

       2115-LIBERA-REGISTRO.
           MOVE SAL1-DEPARTAMENTO TO ORD-DEPARTAMENTO
           MOVE SAL1-PUESTO TO ORD-PUESTO
           RELEASE SORT-REG
           PERFORM 2110-LEE-SAL1
           .

       2119-CAPTURA-FIN.
           EXIT.

      ******************************************************************
      *          PROCEDIMIENTO DE SALIDA DEL SORT                      *
      ******************************************************************
       2500-REPORTA.
           PERFORM 2510-REGRESA-REGISTRO
           PERFORM 2520-ARMA-GRUPO
           PERFORM 2530-LEE-PLAZA
           PERFORM 2540-COMPARA-LLAVES
               UNTIL WSS-LLAVE-OCU EQUAL HIGH-VALUES AND
                     WSS-LLAVE-PLZ EQUAL HIGH-VALUES
           PERFORM 2590-CIERRA-TOTALES
           GO TO 2599-REPORTA-FIN.

       2510-REGRESA-REGISTRO.
           RETURN FILE-ORDENA INTO WSS-ORDENADO
               AT END
                   MOVE 's' TO WSW-ORDENA
               NOT AT END
                   ADD 1 TO WAC-ORDENADOS
           END-RETURN
           .

      *CUENTA LOS REGISTROS ORDENADOS DE LA SIGUIENTE COMBINACION; EL
      *PRIMERO DE LA COMBINACION QUE SIGUE QUEDA LEIDO EN
      *WSS-ORDENADO
       2520-ARMA-GRUPO.
           MOVE ZEROES TO WAC-GRUPO
           IF WSW-ORDENA EQUAL 's'
               MOVE HIGH-VALUES TO WSS-LLAVE-OCU
           ELSE
               MOVE WSS-ORDENADO TO WSS-LLAVE-OCU
               PERFORM 2525-CUENTA-GRUPO
                   UNTIL WSW-ORDENA EQUAL 's'
                      OR WSS-ORDENADO NOT EQUAL WSS-LLAVE-OCU
           END-IF
           .

       2525-CUENTA-GRUPO.
           ADD 1 TO WAC-GRUPO
           PERFORM 2510-REGRESA-REGISTRO
           .

       2530-LEE-PLAZA.
           IF WSW-PLAZA EQUAL 's'
               MOVE HIGH-VALUES TO WSS-LLAVE-PLZ
           ELSE
               READ FILE-PLAZA NEXT RECORD
               IF WFS-PLAZA = '00'
                   ADD 1 TO WAC-PLAZAS-LEIDAS
                   MOVE PLZ-DEPARTAMENTO TO LLP-DEPARTAMENTO
                   MOVE PLZ-PUESTO TO LLP-PUESTO
               ELSE
                   IF WFS-PLAZA = '10'
                       MOVE 's' TO WSW-PLAZA
                       MOVE HIGH-VALUES TO WSS-LLAVE-PLZ
                   ELSE
                       DISPLAY 'ERROR DE LECTURA PLAZAS: 'WFS-PLAZA
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

      *LINEA BALANCEADA ENTRE LA PLANTILLA CONTADA Y LAS PLAZAS; UNA
      *COMBINACION RETIRADA CUENTA COMO SIN PLAZA
       2540-COMPARA-LLAVES.
           EVALUATE TRUE
               WHEN WSS-LLAVE-PLZ EQUAL WSS-LLAVE-OCU
                   MOVE LLP-DEPARTAMENTO TO LIN-DEPARTAMENTO
                   MOVE LLP-PUESTO TO LIN-PUESTO
                   PERFORM 2545-TOMA-AUTORIZADAS
                   MOVE WAC-GRUPO TO LIN-OCUPADAS
                   PERFORM 2550-IMPRIME-COMBINACION
                   PERFORM 2530-LEE-PLAZA
                   PERFORM 2520-ARMA-GRUPO
               WHEN WSS-LLAVE-PLZ LESS THAN WSS-LLAVE-OCU
                   MOVE LLP-DEPARTAMENTO TO LIN-DEPARTAMENTO
                   MOVE LLP-PUESTO TO LIN-PUESTO
                   PERFORM 2545-TOMA-AUTORIZADAS
                   MOVE ZEROES TO LIN-OCUPADAS
                   IF WSW-CON-PLAZA EQUAL 'S'
                       PERFORM 2550-IMPRIME-COMBINACION
                   END-IF
                   PERFORM 2530-LEE-PLAZA
               WHEN OTHER
                   MOVE OCU-DEPARTAMENTO TO LIN-DEPARTAMENTO
                   MOVE OCU-PUESTO TO LIN-PUESTO
                   MOVE ZEROES TO LIN-AUTORIZADAS
                   MOVE SPACE TO WSW-CON-PLAZA
                   MOVE WAC-GRUPO TO LIN-OCUPADAS
                   PERFORM 2550-IMPRIME-COMBINACION
                   PERFORM 2520-ARMA-GRUPO
           END-EVALUATE
           .

       2545-TOMA-AUTORIZADAS.
           IF PLZ-ESTADO EQUAL 'A'
               MOVE PLZ-AUTORIZADAS TO LIN-AUTORIZADAS
               MOVE 'S' TO WSW-CON-PLAZA
           ELSE
               MOVE ZEROES TO LIN-AUTORIZADAS
               MOVE SPACE TO WSW-CON-PLAZA
           END-IF
           .

      *CORTE POR DEPARTAMENTO, CALCULO DE VACANTES/EXCEDENTE Y
      *ACUMULADOS DE LA COMBINACION VIGENTE (WSS-LINEA)
       2550-IMPRIME-COMBINACION.
           IF WAC-LINEAS EQUAL ZEROES
               PERFORM 2570-ABRE-DEPTO
           ELSE
               IF LIN-DEPARTAMENTO NOT EQUAL CORTE-DEPARTAMENTO
                   PERFORM 2560-CIERRA-DEPTO
                   PERFORM 2570-ABRE-DEPTO
               END-IF
           END-IF
           ADD 1 TO WAC-LINEAS
           MOVE ZEROES TO LIN-VACANTES LIN-EXCEDENTE
           EVALUATE TRUE
               WHEN WSW-CON-PLAZA NOT EQUAL 'S'
                   MOVE LIN-OCUPADAS TO LIN-EXCEDENTE
                   MOVE 'SIN PLAZA' TO DET-ESTADO
                   ADD 1 TO WAC-COMB-SIN-PLAZA
               WHEN LIN-OCUPADAS GREATER THAN LIN-AUTORIZADAS
                   SUBTRACT LIN-AUTORIZADAS FROM LIN-OCUPADAS
                       GIVING LIN-EXCEDENTE
                   MOVE 'EXCEDIDA' TO DET-ESTADO
                   ADD 1 TO WAC-COMB-EXCEDIDAS
               WHEN LIN-OCUPADAS LESS THAN LIN-AUTORIZADAS
                   SUBTRACT LIN-OCUPADAS FROM LIN-AUTORIZADAS
                       GIVING LIN-VACANTES
                   MOVE 'VACANTE' TO DET-ESTADO
                   ADD 1 TO WAC-COMB-VACANTES
               WHEN OTHER
                   MOVE 'COMPLETA' TO DET-ESTADO
                   ADD 1 TO WAC-COMB-COMPLETAS
           END-EVALUATE
           ADD LIN-AUTORIZADAS TO WAC-DEP-AUT WAC-TOT-AUT
           ADD LIN-OCUPADAS TO WAC-DEP-OCU WAC-TOT-OCU
           ADD LIN-VACANTES TO WAC-DEP-VAC WAC-TOT-VAC
           ADD LIN-EXCEDENTE TO WAC-DEP-EXC WAC-TOT-EXC
           MOVE LIN-PUESTO TO DET-PUESTO
           MOVE LIN-AUTORIZADAS TO DET-AUTORIZADAS
           MOVE LIN-OCUPADAS TO DET-OCUPADAS
           MOVE LIN-VACANTES TO DET-VACANTES
           MOVE LIN-EXCEDENTE TO DET-EXCEDENTE
           MOVE WSS-LIN-PUESTO TO REG-REPVAC
           PERFORM 2580-GRABA-REPORTE
           .

       2560-CIERRA-DEPTO.
           MOVE CORTE-DEPARTAMENTO TO SUB-DEPTO
           MOVE WAC-DEP-AUT TO SUB-AUTORIZADAS
           MOVE WAC-DEP-OCU TO SUB-OCUPADAS
           MOVE WAC-DEP-VAC TO SUB-VACANTES
           MOVE WAC-DEP-EXC TO SUB-EXCEDENTE
           MOVE WSS-LIN-SUBDEP TO REG-REPVAC
           PERFORM 2580-GRABA-REPORTE
           MOVE ZEROES TO WAC-DEP-AUT WAC-DEP-OCU
                          WAC-DEP-VAC WAC-DEP-EXC
           .

       2570-ABRE-DEPTO.
           MOVE LIN-DEPARTAMENTO TO CORTE-DEPARTAMENTO
           MOVE LIN-DEPARTAMENTO TO ENC-DEPTO
           MOVE WSS-LIN-DEPTO TO REG-REPVAC
           PERFORM 2580-GRABA-REPORTE
           .

       2580-GRABA-REPORTE.
           WRITE REG-REPVAC
           IF WFS-REPVAC EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPVAC
              PERFORM 1110-FIN-PROG
           END-IF
           .

      *AL AGOTARSE AMBOS LADOS SE CIERRA EL ULTIMO DEPARTAMENTO Y SE
      *IMPRIME EL GRAN TOTAL
       2590-CIERRA-TOTALES.
           IF WAC-LINEAS GREATER THAN ZEROES
               PERFORM 2560-CIERRA-DEPTO
           END-IF
           MOVE WAC-TOT-AUT TO TOT-AUTORIZADAS
           MOVE WAC-TOT-OCU TO TOT-OCUPADAS
           MOVE WAC-TOT-VAC TO TOT-VACANTES
           MOVE WAC-TOT-EXC TO TOT-EXCEDENTE
           MOVE WSS-LIN-TOTAL TO REG-REPVAC
           PERFORM 2580-GRABA-REPORTE
           .

       2599-REPORTA-FIN.
           EXIT.

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'REGISTROS SAL1 LEIDOS    : 'WAC-SAL1-LEIDOS
           DISPLAY 'PLAZAS LEIDAS            : 'WAC-PLAZAS-LEIDAS
           DISPLAY 'PLAZAS AUTORIZADAS       : 'WAC-TOT-AUT
           DISPLAY 'PLAZAS OCUPADAS          : 'WAC-TOT-OCU
           DISPLAY 'PLAZAS VACANTES          : 'WAC-TOT-VAC
           DISPLAY 'EXCEDENTE DE PLANTILLA   : 'WAC-TOT-EXC
           DISPLAY 'COMBINACIONES COMPLETAS  : 'WAC-COMB-COMPLETAS
           DISPLAY 'COMBINACIONES VACANTES   : 'WAC-COMB-VACANTES
           DISPLAY 'COMBINACIONES EXCEDIDAS  : 'WAC-COMB-EXCEDIDAS
           DISPLAY 'COMBINACIONES SIN PLAZA  : 'WAC-COMB-SIN-PLAZA
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-SAL1
                 FILE-REPVAC
           IF WSW-SIN-PLAZAS NOT EQUAL 'S'
               CLOSE FILE-PLAZA
           END-IF
           .
