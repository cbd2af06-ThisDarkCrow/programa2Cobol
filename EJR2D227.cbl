      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D227.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * COMPARACION REGISTRO POR REGISTRO DE DOS ARCHIVOS INDEXADOS
      * DE ENT2. SIRVE PARA PROBAR QUE UNA RECONSTRUCCION DE EJR2D221
      * (ENT2REBLD.DAT) COINCIDE CON EL ARCHIVO VIVO ANTES DE
      * SUSTITUIRLO, Y PARA DESCUBRIR CAMBIOS HECHOS AL VIVO POR FUERA
      * DE LA CADENA NOCTURNA (NO QUEDAN EN EL JOURNAL, ASI QUE UNA
      * RECONSTRUCCION NO LOS TRAE):
      *
      *   - ARCHIVO A: EJR2D227-A; SIN ELLA EL VIVO (EJR2D202-ENT2 O
      *     DATOSEMP2.DAT);
      *   - ARCHIVO B: EJR2D227-B; SIN ELLA ENT2REBLD.DAT.
      *
      * AMBOS SE LEEN EN ORDEN DE ENT2-LLAVE (NUM-EMPLEADO+RFC) Y SE
      * CASAN COMO UN BALANCE LINE. REPCOMP.DAT LISTA LAS LLAVES QUE
      * SOLO ESTAN EN UNO DE LOS DOS Y, PARA LAS QUE ESTAN EN AMBOS,
      * CADA CAMPO DISTINTO (NOMBRE, CP, DIRECCION, DEPARTAMENTO,
      * TELEFONO, CASADO, PATERNO, MATERNO, CURP, PUESTO, INGRESO,
      * ESTATUS, FECHA DE BAJA) CON SU VALOR EN A Y EN B. AL FINAL
      * VAN LAS CIFRAS Y EL RESULTADO: IDENTICOS (RETURN-CODE 0) O NO
      * IDENTICOS (RETURN-CODE 4). UN ARCHIVO QUE NO ABRE TERMINA CON
      * RETURN-CODE 99.
      *
      * MODIFICACIONES
      * 15/10/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200; SE COMPARAN TAMBIEN
      *                    PATERNO, MATERNO, CURP, PUESTO, FECHA DE
      *                    INGRESO, ESTATUS Y FECHA DE BAJA.
      ******************************************************************

      ******************************************************************
      *                      EVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO A - MISMAS LLAVES QUE EL VIVO; AQUI SOLO SE LEE
       SELECT FILE-ENTA
           ASSIGN DYNAMIC WSS-RUTA-A
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTA-LLAVE SOURCE IS ENTA-NUM-EMPLEADO ENTA-RFC
           ALTERNATE RECORD KEY IS ENTA-RFC WITH DUPLICATES
           FILE STATUS IS WFS-ENTA.

      *ARCHIVO B - MISMAS LLAVES QUE EL VIVO; AQUI SOLO SE LEE
       SELECT FILE-ENTB
           ASSIGN DYNAMIC WSS-RUTA-B
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTB-LLAVE SOURCE IS ENTB-NUM-EMPLEADO ENTB-RFC
           ALTERNATE RECORD KEY IS ENTB-RFC WITH DUPLICATES
           FILE STATUS IS WFS-ENTB.

      *REPORTE DE DIFERENCIAS Y CIFRAS
       SELECT FILE-REPCMP
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/repcomp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPCMP.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-ENTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ENTA.
       01 REG-ENTA.
           05 ENTA-RFC            PIC X(13).
           05 ENTA-NOMBRE         PIC X(20).
           05 ENTA-CP             PIC 9(05).
           05 ENTA-DIRECCION      PIC X(30).
           05 ENTA-DEPARTAMENTO   PIC X(15).
           05 ENTA-TELEFONO       PIC 9(10).
           05 ENTA-NUM-EMPLEADO   PIC X(08).
           05 ENTA-CASADO         PIC X(01).
      *NOMBRE COMPLETO, CURP Y PUESTO COMO LOS TRAE ENT1; ESTATUS
      *'A' ACTIVO / 'B' BAJA (LA BAJA YA NO BORRA EL REGISTRO)
           05 ENTA-PATERNO        PIC X(20).
           05 ENTA-MATERNO        PIC X(20).
           05 ENTA-CURP           PIC X(18).
           05 ENTA-PUESTO         PIC X(20).
           05 ENTA-FECHA-INGRESO  PIC 9(08).
           05 ENTA-ESTATUS        PIC X(01).
           05 ENTA-FECHA-BAJA     PIC 9(08).
           05 FILLER              PIC X(03).

       FD  FILE-ENTB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ENTB.
       01 REG-ENTB.
           05 ENTB-RFC            PIC X(13).
           05 ENTB-NOMBRE         PIC X(20).
           05 ENTB-CP             PIC 9(05).
           05 ENTB-DIRECCION      PIC X(30).
           05 ENTB-DEPARTAMENTO   PIC X(15).
           05 ENTB-TELEFONO       PIC 9(10).
           05 ENTB-NUM-EMPLEADO   PIC X(08).
           05 ENTB-CASADO         PIC X(01).
      *NOMBRE COMPLETO, CURP Y PUESTO COMO LOS TRAE ENT1; ESTATUS
      *'A' ACTIVO / 'B' BAJA (LA BAJA YA NO BORRA EL REGISTRO)
           05 ENTB-PATERNO        PIC X(20).
           05 ENTB-MATERNO        PIC X(20).
           05 ENTB-CURP           PIC X(18).
           05 ENTB-PUESTO         PIC X(20).
           05 ENTB-FECHA-INGRESO  PIC 9(08).
           05 ENTB-ESTATUS        PIC X(01).
           05 ENTB-FECHA-BAJA     PIC 9(08).
           05 FILLER              PIC X(03).

       FD  FILE-REPCMP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPCMP.
       01 REG-REPCMP PIC X(80).

       WORKING-STORAGE SECTION.
      *RUTAS DE LOS DOS ARCHIVOS; A ES EL VIVO Y B EL RECONSTRUIDO
      *SALVO QUE LAS VARIABLES DE AMBIENTE DIGAN OTRA COSA
       01 WSS-RUTAS.
           05 WSS-RUTA-A PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datosemp2.dat'.
           05 WSS-RUTA-B PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/ent2rebld.dat'.
           05 WSS-RUTA-ENV  PIC X(100) VALUE SPACE.

      *LLAVE VIGENTE DE CADA LADO EN EL ORDEN DEL INDICE PRIMARIO
      *(NUM-EMPLEADO+RFC); AL FIN DE ARCHIVO QUEDA EN HIGH-VALUES
      *PARA QUE EL OTRO LADO TERMINE DE DRENARSE
       01 WSS-LLAVES.
           05 WSS-LLAVE-A.
               10 LLA-NUM-EMPLEADO    PIC X(08).
               10 LLA-RFC             PIC X(13).
           05 WSS-LLAVE-B.
               10 LLB-NUM-EMPLEADO    PIC X(08).
               10 LLB-RFC             PIC X(13).

       01 WSS-FILE-STATUS.
           05 WFS-ENTA            PIC X(2).
           05 WFS-ENTB            PIC X(2).
           05 WFS-REPCMP          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-LEIDOS-A PIC 9(6) VALUE ZEROES.
           05 WAC-LEIDOS-B PIC 9(6) VALUE ZEROES.
           05 WAC-EN-AMBOS PIC 9(6) VALUE ZEROES.
           05 WAC-IGUALES PIC 9(6) VALUE ZEROES.
           05 WAC-DISTINTOS PIC 9(6) VALUE ZEROES.
           05 WAC-SOLO-A PIC 9(6) VALUE ZEROES.
           05 WAC-SOLO-B PIC 9(6) VALUE ZEROES.
           05 WAC-CAMPOS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-ENTA PIC X(1) VALUE SPACE.
           05 WSW-ENTB PIC X(1) VALUE SPACE.
           05 WSW-REG-DISTINTO PIC X(1) VALUE SPACE.

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D227  '.
           05 FILLER              PIC X(40) VALUE
              'COMPARACION DE ARCHIVOS DE ENT2'.

       01 WSS-LIN-ENC2.
           05 FILLER              PIC X(04) VALUE 'A:  '.
           05 ENC2-RUTA           PIC X(76).

       01 WSS-LIN-ENC3.
           05 FILLER               PIC X(08) VALUE 'EMPLEADO'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE 'RFC'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(12) VALUE 'CAMPO'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(33) VALUE 'VALOR A / VALOR B'.

      *UNA LLAVE QUE FALTA EN UN LADO, O LA PRIMERA LINEA (VALOR EN
      *A) DE UN CAMPO DISTINTO
       01 WSS-LIN-DET.
           05 DET-NUM-EMPLEADO      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-RFC               PIC X(13).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-CAMPO             PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-LADO              PIC X(03).
           05 DET-VALOR             PIC X(30).

      *SEGUNDA LINEA DE UN CAMPO DISTINTO: EL VALOR EN B
       01 WSS-LIN-DET2.
           05 FILLER                PIC X(38) VALUE SPACE.
           05 FILLER                PIC X(03) VALUE 'B: '.
           05 DET2-VALOR            PIC X(30).

       01 WSS-LIN-TOT.
           05 TOT-ETIQUETA          PIC X(26).
           05 TOT-CANTIDAD          PIC ZZZ,ZZ9.

       01 WSS-LIN-RESUL.
           05 FILLER                PIC X(26) VALUE
              'RESULTADO               : '.
           05 RES-RESULTADO         PIC X(24).


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
               UNTIL WSW-ENTA EQUAL 's' AND WSW-ENTB EQUAL 's'
           PERFORM 3000-FIN
           .

       1000-INICIO.
           PERFORM 1105-VERIFICA-RUTAS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-A.
           PERFORM 1210-LEE-B.

      *A TOMA PRIMERO LA MISMA VARIABLE QUE EJR2D202 (EL VIVO) Y
      *DESPUES LA PROPIA, QUE MANDA SI SE DAN LAS DOS
       1105-VERIFICA-RUTAS.
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D202-ENT2"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-A
           END-IF
           MOVE SPACE TO WSS-RUTA-ENV
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D227-A"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-A
           END-IF
           MOVE SPACE TO WSS-RUTA-ENV
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D227-B"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-B
           END-IF
           .

      *LOS DOS ARCHIVOS DEBEN EXISTIR: COMPARAR CONTRA UN ARCHIVO
      *AUSENTE NO PRUEBA NADA
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-ENTA
           OPEN INPUT FILE-ENTB
           OPEN OUTPUT FILE-REPCMP

           IF WFS-ENTA EQUAL '00' AND
              WFS-ENTB EQUAL '00' AND
              WFS-REPCMP EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-ENTA: 'WFS-ENTA
               DISPLAY 'WFS-ENTB: 'WFS-ENTB
               DISPLAY 'WFS-REPCMP: 'WFS-REPCMP
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF

           WRITE REG-REPCMP FROM WSS-LIN-ENC1
           MOVE WSS-RUTA-A TO ENC2-RUTA
           WRITE REG-REPCMP FROM WSS-LIN-ENC2
           MOVE 'B:  ' TO WSS-LIN-ENC2 (1:4)
           MOVE WSS-RUTA-B TO ENC2-RUTA
           WRITE REG-REPCMP FROM WSS-LIN-ENC2
           WRITE REG-REPCMP FROM WSS-LIN-ENC3

      *AMBOS SE POSICIONAN AL PRINCIPIO DEL INDICE PRIMARIO; UN
      *ARCHIVO VACIO QUEDA DE UNA VEZ EN FIN
           MOVE LOW-VALUES TO ENTA-NUM-EMPLEADO ENTA-RFC
           START FILE-ENTA KEY IS NOT LESS THAN ENTA-LLAVE
           IF WFS-ENTA NOT EQUAL '00'
               MOVE 's' TO WSW-ENTA
               MOVE HIGH-VALUES TO WSS-LLAVE-A
           END-IF
           MOVE LOW-VALUES TO ENTB-NUM-EMPLEADO ENTB-RFC
           START FILE-ENTB KEY IS NOT LESS THAN ENTB-LLAVE
           IF WFS-ENTB NOT EQUAL '00'
               MOVE 's' TO WSW-ENTB
               MOVE HIGH-VALUES TO WSS-LLAVE-B
           END-IF
           .

       1110-FIN-PROG.
           STOP RUN.

       1200-LEE-A.
           IF WSW-ENTA NOT EQUAL 's'
               READ FILE-ENTA NEXT RECORD
               IF WFS-ENTA = '00'
                   ADD 1 TO WAC-LEIDOS-A
                   MOVE ENTA-NUM-EMPLEADO TO LLA-NUM-EMPLEADO
                   MOVE ENTA-RFC TO LLA-RFC
               ELSE
                   IF WFS-ENTA = '10'
                       MOVE 's' TO WSW-ENTA
                       MOVE HIGH-VALUES TO WSS-LLAVE-A
                   ELSE
                       DISPLAY 'ERROR DE LECTURA A: 'WFS-ENTA
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

       1210-LEE-B.
           IF WSW-ENTB NOT EQUAL 's'
               READ FILE-ENTB NEXT RECORD
               IF WFS-ENTB = '00'
                   ADD 1 TO WAC-LEIDOS-B
                   MOVE ENTB-NUM-EMPLEADO TO LLB-NUM-EMPLEADO
                   MOVE ENTB-RFC TO LLB-RFC
               ELSE
                   IF WFS-ENTB = '10'
                       MOVE 's' TO WSW-ENTB
                       MOVE HIGH-VALUES TO WSS-LLAVE-B
                   ELSE
                       DISPLAY 'ERROR DE LECTURA B: 'WFS-ENTB
                       MOVE 99 TO RETURN-CODE
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *                 CASE DE LLAVES ENTRE A Y B                     *
      ******************************************************************
       2000-PROCESO.
           IF WSS-LLAVE-A EQUAL WSS-LLAVE-B
               PERFORM 2100-COMPARA-CAMPOS
               PERFORM 1200-LEE-A
               PERFORM 1210-LEE-B
           ELSE
               IF WSS-LLAVE-A LESS THAN WSS-LLAVE-B
                   ADD 1 TO WAC-SOLO-A
                   MOVE LLA-NUM-EMPLEADO TO DET-NUM-EMPLEADO
                   MOVE LLA-RFC TO DET-RFC
                   MOVE 'SOLO EN A' TO DET-CAMPO
                   PERFORM 2190-GRABA-FALTANTE
                   PERFORM 1200-LEE-A
               ELSE
                   ADD 1 TO WAC-SOLO-B
                   MOVE LLB-NUM-EMPLEADO TO DET-NUM-EMPLEADO
                   MOVE LLB-RFC TO DET-RFC
                   MOVE 'SOLO EN B' TO DET-CAMPO
                   PERFORM 2190-GRABA-FALTANTE
                   PERFORM 1210-LEE-B
               END-IF
           END-IF
           .

      *LLAVE EN AMBOS: CADA CAMPO DISTINTO VA AL REPORTE CON SUS DOS
      *VALORES; EL REGISTRO CUENTA UNA SOLA VEZ COMO DISTINTO
       2100-COMPARA-CAMPOS.
           ADD 1 TO WAC-EN-AMBOS
           MOVE SPACE TO WSW-REG-DISTINTO
           MOVE ENTA-NUM-EMPLEADO TO DET-NUM-EMPLEADO
           MOVE ENTA-RFC TO DET-RFC
           IF ENTA-NOMBRE NOT EQUAL ENTB-NOMBRE
               MOVE 'NOMBRE' TO DET-CAMPO
               MOVE ENTA-NOMBRE TO DET-VALOR
               MOVE ENTB-NOMBRE TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-CP NOT EQUAL ENTB-CP
               MOVE 'CP' TO DET-CAMPO
               MOVE ENTA-CP TO DET-VALOR
               MOVE ENTB-CP TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-DIRECCION NOT EQUAL ENTB-DIRECCION
               MOVE 'DIRECCION' TO DET-CAMPO
               MOVE ENTA-DIRECCION TO DET-VALOR
               MOVE ENTB-DIRECCION TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-DEPARTAMENTO NOT EQUAL ENTB-DEPARTAMENTO
               MOVE 'DEPARTAMENTO' TO DET-CAMPO
               MOVE ENTA-DEPARTAMENTO TO DET-VALOR
               MOVE ENTB-DEPARTAMENTO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-TELEFONO NOT EQUAL ENTB-TELEFONO
               MOVE 'TELEFONO' TO DET-CAMPO
               MOVE ENTA-TELEFONO TO DET-VALOR
               MOVE ENTB-TELEFONO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-CASADO NOT EQUAL ENTB-CASADO
               MOVE 'CASADO' TO DET-CAMPO
               MOVE ENTA-CASADO TO DET-VALOR
               MOVE ENTB-CASADO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-PATERNO NOT EQUAL ENTB-PATERNO
               MOVE 'PATERNO' TO DET-CAMPO
               MOVE ENTA-PATERNO TO DET-VALOR
               MOVE ENTB-PATERNO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-MATERNO NOT EQUAL ENTB-MATERNO
               MOVE 'MATERNO' TO DET-CAMPO
               MOVE ENTA-MATERNO TO DET-VALOR
               MOVE ENTB-MATERNO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-CURP NOT EQUAL ENTB-CURP
               MOVE 'CURP' TO DET-CAMPO
               MOVE ENTA-CURP TO DET-VALOR
               MOVE ENTB-CURP TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-PUESTO NOT EQUAL ENTB-PUESTO
               MOVE 'PUESTO' TO DET-CAMPO
               MOVE ENTA-PUESTO TO DET-VALOR
               MOVE ENTB-PUESTO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-FECHA-INGRESO NOT EQUAL ENTB-FECHA-INGRESO
               MOVE 'INGRESO' TO DET-CAMPO
               MOVE ENTA-FECHA-INGRESO TO DET-VALOR
               MOVE ENTB-FECHA-INGRESO TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-ESTATUS NOT EQUAL ENTB-ESTATUS
               MOVE 'ESTATUS' TO DET-CAMPO
               MOVE ENTA-ESTATUS TO DET-VALOR
               MOVE ENTB-ESTATUS TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF ENTA-FECHA-BAJA NOT EQUAL ENTB-FECHA-BAJA
               MOVE 'FECHA BAJA' TO DET-CAMPO
               MOVE ENTA-FECHA-BAJA TO DET-VALOR
               MOVE ENTB-FECHA-BAJA TO DET2-VALOR
               PERFORM 2150-GRABA-DIFERENCIA
           END-IF
           IF WSW-REG-DISTINTO EQUAL 'S'
               ADD 1 TO WAC-DISTINTOS
           ELSE
               ADD 1 TO WAC-IGUALES
           END-IF
           .

       2150-GRABA-DIFERENCIA.
           MOVE 'S' TO WSW-REG-DISTINTO
           ADD 1 TO WAC-CAMPOS
           MOVE 'A: ' TO DET-LADO
           WRITE REG-REPCMP FROM WSS-LIN-DET
           IF WFS-REPCMP EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPCMP
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           WRITE REG-REPCMP FROM WSS-LIN-DET2
           IF WFS-REPCMP EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPCMP
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           .

       2190-GRABA-FALTANTE.
           MOVE SPACES TO DET-LADO
                          DET-VALOR
           WRITE REG-REPCMP FROM WSS-LIN-DET
           IF WFS-REPCMP EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPCMP
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           .

      ******************************************************************
      *                   CIFRAS Y RESULTADO                           *
      ******************************************************************
       3000-FIN.
           PERFORM 3200-GRABA-CIFRAS.
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'ARCHIVO A                : 'WSS-RUTA-A
           DISPLAY 'ARCHIVO B                : 'WSS-RUTA-B
           DISPLAY 'REGISTROS LEIDOS EN A    : 'WAC-LEIDOS-A
           DISPLAY 'REGISTROS LEIDOS EN B    : 'WAC-LEIDOS-B
           DISPLAY 'LLAVES EN AMBOS          : 'WAC-EN-AMBOS
           DISPLAY '  IGUALES                : 'WAC-IGUALES
           DISPLAY '  CON DIFERENCIAS        : 'WAC-DISTINTOS
           DISPLAY 'CAMPOS DISTINTOS         : 'WAC-CAMPOS
           DISPLAY 'LLAVES SOLO EN A         : 'WAC-SOLO-A
           DISPLAY 'LLAVES SOLO EN B         : 'WAC-SOLO-B
           DISPLAY 'RESULTADO                : 'RES-RESULTADO
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-ENTA
                 FILE-ENTB
                 FILE-REPCMP
           .

      *LOS ARCHIVOS SON IDENTICOS SOLO SI NO FALTA NINGUNA LLAVE DE
      *NINGUN LADO Y NINGUN CAMPO DIFIERE
       3200-GRABA-CIFRAS.
           MOVE SPACES TO REG-REPCMP
           WRITE REG-REPCMP
           MOVE 'REGISTROS LEIDOS EN A   : ' TO TOT-ETIQUETA
           MOVE WAC-LEIDOS-A TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE 'REGISTROS LEIDOS EN B   : ' TO TOT-ETIQUETA
           MOVE WAC-LEIDOS-B TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE 'LLAVES EN AMBOS         : ' TO TOT-ETIQUETA
           MOVE WAC-EN-AMBOS TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE '  IGUALES               : ' TO TOT-ETIQUETA
           MOVE WAC-IGUALES TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE '  CON DIFERENCIAS       : ' TO TOT-ETIQUETA
           MOVE WAC-DISTINTOS TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE 'CAMPOS DISTINTOS        : ' TO TOT-ETIQUETA
           MOVE WAC-CAMPOS TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE 'LLAVES SOLO EN A        : ' TO TOT-ETIQUETA
           MOVE WAC-SOLO-A TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           MOVE 'LLAVES SOLO EN B        : ' TO TOT-ETIQUETA
           MOVE WAC-SOLO-B TO TOT-CANTIDAD
           WRITE REG-REPCMP FROM WSS-LIN-TOT
           IF WAC-SOLO-A EQUAL ZEROES AND
              WAC-SOLO-B EQUAL ZEROES AND
              WAC-DISTINTOS EQUAL ZEROES
               MOVE 'IDENTICOS' TO RES-RESULTADO
           ELSE
               MOVE '*** NO IDENTICOS ***' TO RES-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REG-REPCMP FROM WSS-LIN-RESUL
           IF WFS-REPCMP EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPCMP
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           .
