      *
      * MODIFICACIONES
      * 22/08/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - ENT2 YA LLEVA LA CURP: CADA POSIBLE BAJA SE
      *                    BUSCA POR LLAVE EN EL INDEXADO DE ENT2 PARA
      *                    TOMAR SU CURP (1300-BUSCA-CURP-BAJA) Y SE
      *                    COMPARA CONTRA LA CURP DEL ALTA. UNA CURP
      *                    IGUAL Y NO EN BLANCO ES LA MISMA PERSONA Y
      *                    MANDA LA PAREJA A REVISION AUNQUE NOMBRE, CP
      *                    Y TELEFONO NO COINCIDAN (COLUMNA CURP).
      ******************************************************************

      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-BAJAS.

      *ARCHIVO INDEXADO DE ENT2, SOLO PARA TOMAR LA CURP DE CADA
      *POSIBLE BAJA - MISMA LLAVE Y MISMA VARIABLE DE AMBIENTE
      *(EJR2D202-ENT2) QUE USA EJR2D202
       SELECT FILE-ENT2
           ASSIGN DYNAMIC WSS-RUTA-ENT2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT2-LLAVE SOURCE IS ENT2-NUM-EMPLEADO ENT2-RFC
           ALTERNATE RECORD KEY IS ENT2-RFC WITH DUPLICATES
           FILE STATUS IS WFS-ENT2.

      *PAREJAS PROBABLES DE LA MISMA PERSONA, PARA REVISION MANUAL
       SELECT FILE-REVISA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/revisalta.dat"
           DATA RECORD IS REG-BAJAS.
       01 REG-BAJAS PIC X(101).

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

       FD  FILE-REVISA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01 REG-REVISA PIC X(80).

       WORKING-STORAGE SECTION.
      *RUTA DEL ARCHIVO INDEXADO DE ENT2; EL VALOR POR DEFECTO ES EL
      *MISMO DE EJR2D202 Y SE USA SI NO HAY VARIABLE DE AMBIENTE QUE
      *LO SOBREESCRIBA
       01 WSS-RUTAS.
           05 WSS-RUTA-ENT2 PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datosemp2.dat'.
           05 WSS-RUTA-ENV  PIC X(100) VALUE SPACE.

       01 WSS-ENT1-EMP1.
           05 ENT1-NUM-EMPLEADO   PIC X(08).
           05 ENT1-NOMBRE         PIC X(20).
           05 BAJA-TELEFONO       PIC 9(10).
           05 BAJA-NUM-EMPLEADO   PIC X(08).

      *CURP DE LA POSIBLE BAJA EN TURNO, TOMADA DE ENT2 (EN BLANCO SI
      *EL REGISTRO NO LA TRAE O YA NO ESTA)
       01 WSS-BAJA-CURP           PIC X(18) VALUE SPACES.

       01 WSS-FILE-STATUS.
           05 WFS-ALTAS           PIC X(2).
           05 WFS-BAJAS           PIC X(2).
           05 WFS-ENT2            PIC X(2).
           05 WFS-REVISA          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-ALTAS PIC 9(6) VALUE ZEROES.
           05 WAC-BAJAS PIC 9(6) VALUE ZEROES.
           05 WAC-PAREJAS PIC 9(6) VALUE ZEROES.
           05 WAC-PAREJAS-CURP PIC 9(6) VALUE ZEROES.
           05 WAC-COINCIDENCIAS PIC 9(1) VALUE ZEROES.

       01 WSS-SWITCHES.
               10 TBL-ALTA-NOMBRE    PIC X(20).
               10 TBL-ALTA-CP        PIC X(05).
               10 TBL-ALTA-TELEFONO  PIC X(10).
               10 TBL-ALTA-CURP      PIC X(18).

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D212  '.
           05 FILLER               PIC X(15) VALUE 'ALTA-RFC'.
           05 FILLER               PIC X(10) VALUE 'BAJA-EMP'.
           05 FILLER               PIC X(15) VALUE 'BAJA-RFC'.
           05 FILLER               PIC X(16) VALUE 'NOM CP TEL CURP'.

       01 WSS-LIN-DET.
           05 DET-ALTA-NUM          PIC X(08).
           05 DET-COIN-CP           PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-COIN-TELEFONO     PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-COIN-CURP         PIC X(01).


      ******************************************************************
           .

       1000-INICIO.
           PERFORM 1105-VERIFICA-RUTA.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1150-CARGA-ALTAS.
           PERFORM 1200-LEE-BAJA.

       1105-VERIFICA-RUTA.
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D202-ENT2"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-ENT2
           END-IF
           .

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-ALTAS
                      FILE-BAJAS
                      FILE-ENT2
           OPEN OUTPUT FILE-REVISA

           IF WFS-ALTAS EQUAL '00' AND
              WFS-BAJAS EQUAL '00' AND
              WFS-ENT2 EQUAL '00' AND
              WFS-REVISA EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-ALTAS: 'WFS-ALTAS
               DISPLAY 'WFS-BAJAS: 'WFS-BAJAS
               DISPLAY 'WFS-ENT2: 'WFS-ENT2
               DISPLAY 'WFS-REVISA: 'WFS-REVISA
               PERFORM 1110-FIN-PROG
           END-IF
               MOVE ENT1-NOMBRE TO TBL-ALTA-NOMBRE (TBL-ALTA-IDX)
               MOVE ENT1-CP TO TBL-ALTA-CP (TBL-ALTA-IDX)
               MOVE ENT1-TELEFONO TO TBL-ALTA-TELEFONO (TBL-ALTA-IDX)
               MOVE ENT1-CURP TO TBL-ALTA-CURP (TBL-ALTA-IDX)
           ELSE
               IF WFS-ALTAS = '10'
                   MOVE 's' TO WSW-ALTAS
           READ FILE-BAJAS INTO WSS-ENT2-BAJA
           IF WFS-BAJAS = '00'
               ADD 1 TO WAC-BAJAS
               PERFORM 1300-BUSCA-CURP-BAJA
           ELSE
               IF WFS-BAJAS = '10'
                   MOVE 's' TO WSW-BAJAS
           END-IF
           .

      *BAJASPOS.DAT NO TRAE LA CURP; SE TOMA DEL REGISTRO DE ENT2 DE
      *LA MISMA LLAVE, QUE EJR2D202 ACABA DE BARRER
       1300-BUSCA-CURP-BAJA.
           MOVE BAJA-NUM-EMPLEADO TO ENT2-NUM-EMPLEADO
           MOVE BAJA-RFC TO ENT2-RFC
           READ FILE-ENT2
               KEY IS ENT2-LLAVE
               INVALID KEY
                   MOVE SPACES TO WSS-BAJA-CURP
               NOT INVALID KEY
                   MOVE ENT2-CURP TO WSS-BAJA-CURP
           END-READ
           .

      *CADA BAJA SE CRUZA CONTRA TODAS LAS ALTAS: UNA MISMA BAJA
      *PUEDE PARECERSE A MAS DE UNA ALTA Y TODAS LAS PAREJAS VAN A
      *REVISION
      *CUENTA EN CUANTOS DE LOS CAMPOS COMPARTIDOS (NOMBRE, CP,
      *TELEFONO) COINCIDEN ALTA Y BAJA; CON DOS O MAS, Y LLAVES
      *DISTINTAS (SI FUERAN IGUALES EJR2D202 LAS HABRIA CASADO), ES
      *PROBABLEMENTE LA MISMA PERSONA MAL TECLEADA. LA CURP NO SE
      *CUENTA: SI ES IGUAL (Y NO VIENE EN BLANCO) DECIDE POR SI SOLA
       2100-CRUZA-CONTRA-ALTA.
           MOVE ZEROES TO WAC-COINCIDENCIAS
           MOVE SPACES TO DET-COIN-NOMBRE
                          DET-COIN-CP
                          DET-COIN-TELEFONO
                          DET-COIN-CURP
           IF TBL-ALTA-NOMBRE (TBL-ALTA-IDX) EQUAL BAJA-NOMBRE
               ADD 1 TO WAC-COINCIDENCIAS
               MOVE 'S' TO DET-COIN-NOMBRE
               ADD 1 TO WAC-COINCIDENCIAS
               MOVE 'S' TO DET-COIN-TELEFONO
           END-IF
           IF WSS-BAJA-CURP NOT EQUAL SPACES AND
              TBL-ALTA-CURP (TBL-ALTA-IDX) EQUAL WSS-BAJA-CURP
               MOVE 'S' TO DET-COIN-CURP
           END-IF
           IF WAC-COINCIDENCIAS GREATER THAN OR EQUAL TO 2 OR
              DET-COIN-CURP EQUAL 'S'
               IF TBL-ALTA-NUM (TBL-ALTA-IDX) NOT EQUAL
                  BAJA-NUM-EMPLEADO OR
                  TBL-ALTA-RFC (TBL-ALTA-IDX) NOT EQUAL BAJA-RFC

       2200-GRABA-PAREJA.
           ADD 1 TO WAC-PAREJAS
           IF DET-COIN-CURP EQUAL 'S'
               ADD 1 TO WAC-PAREJAS-CURP
           END-IF
           MOVE TBL-ALTA-NUM (TBL-ALTA-IDX) TO DET-ALTA-NUM
           MOVE TBL-ALTA-RFC (TBL-ALTA-IDX) TO DET-ALTA-RFC
           MOVE BAJA-NUM-EMPLEADO TO DET-BAJA-NUM
           DISPLAY 'ALTAS PENDIENTES LEIDAS  : 'WAC-ALTAS
           DISPLAY 'POSIBLES BAJAS LEIDAS    : 'WAC-BAJAS
           DISPLAY 'PAREJAS A REVISION       : 'WAC-PAREJAS
           DISPLAY '  CON LA MISMA CURP      : 'WAC-PAREJAS-CURP
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-BAJAS
                 FILE-ENT2
                 FILE-REVISA
           .
