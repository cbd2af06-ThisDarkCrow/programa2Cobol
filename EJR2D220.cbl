      *   - ALTAS APLICADAS: ALTASHIS.DAT (EL HISTORICO FECHADO QUE
      *     ACUMULA EJR2D204), FILTRADO AL PERIODO;
      *   - BAJAS APLICADAS: BAJASARCH.DAT (LAS IMAGENES FECHADAS QUE
      *     ARCHIVA EJR2D214 AL DAR DE BAJA), FILTRADO AL PERIODO;
      *   - PLANTILLA DE CIERRE: BARRIDO COMPLETO DEL ARCHIVO
      *     INDEXADO DE ENT2 AL MOMENTO DE CORRER, AL QUE SE LE
      *     DESHACEN LOS MOVIMIENTOS DE MESES POSTERIORES AL PERIODO
      *                    LA ULTIMA CORRIDA AL FIN DEL PERIODO, PARA
      *                    QUE UN ESTADO RETRO NO SALGA "CUADRA" EN
      *                    AUTOMATICO.
      * 15/10/2026 R2D2 - ALTASHIS.DAT CRECE A 61 POSICIONES (TIPO DE
      *                    ALTA Y NUMERO DE LA BAJA ANTERIOR EN UN
      *                    REINGRESO, VER EJR2D204); UN REINGRESO
      *                    CUENTA COMO ALTA IGUAL QUE UNA NUEVA.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 CON FECHA DE INGRESO Y
      *                    ESTATUS; BAJASARCH.DAT A 216. EL BARRIDO YA
      *                    NO CUENTA EN LA PLANTILLA LOS REGISTROS CON
      *                    ESTATUS 'B' (LA BAJA YA NO LOS BORRA) Y CADA
      *                    DEPARTAMENTO LLEVA LA ANTIGUEDAD PROMEDIO EN
      *                    ANOS AL CIERRE DEL PERIODO (COLUMNA ANTIG),
      *                    SOBRE LOS QUE TIENEN FECHA DE INGRESO.
      ******************************************************************

      ******************************************************************
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

       FD  FILE-ENT2
           RECORDING MODE IS F
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

       FD  FILE-CTRLHIS
           RECORDING MODE IS F
           05 AHI-EMPLEADO        PIC X(08).
           05 AHI-RFC             PIC X(13).
           05 AHI-DEPARTAMENTO    PIC X(15).
           05 AHI-TIPO            PIC X(01).
           05 AHI-NUM-ANTERIOR    PIC X(08).

      *IMAGEN ARCHIVADA DE UNA BAJA COMO LA DEJA EJR2D214: FECHA/HORA
      *MAS EL REGISTRO COMPLETO DE ENT2 TAL COMO ESTABA ANTES DE LA BAJA
       01 WSS-BAJARCH.
           05 ARC-FECHA           PIC 9(08).
           05 ARC-HORA            PIC 9(08).
               10 ARC-TELEFONO        PIC 9(10).
               10 ARC-NUM-EMPLEADO    PIC X(08).
               10 ARC-CASADO          PIC X(01).
               10 ARC-PATERNO         PIC X(20).
               10 ARC-MATERNO         PIC X(20).
               10 ARC-CURP            PIC X(18).
               10 ARC-PUESTO          PIC X(20).
               10 ARC-FECHA-INGRESO   PIC 9(08).
               10 ARC-ESTATUS         PIC X(01).
               10 ARC-FECHA-BAJA      PIC 9(08).
               10 FILLER              PIC X(03).

       01 WSS-CIFRAS-HIST.
           05 HIS-FECHA            PIC 9(8).
           05 WAC-TOT-ALTAS PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-BAJAS PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-CIERRE PIC S9(7) VALUE ZEROES.
           05 WAC-ENT2-BAJA PIC 9(6) VALUE ZEROES.
           05 WAC-TOT-MESES PIC 9(9) VALUE ZEROES.
           05 WAC-TOT-CONANT PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-ALTAHIS PIC X(1) VALUE SPACE.
           05 WSS-PERIODO-PARM-N REDEFINES WSS-PERIODO-PARM
                                   PIC 9(06).
           05 WSS-PERIODO          PIC 9(06) VALUE ZEROES.
           05 WSS-PERIODO-R REDEFINES WSS-PERIODO.
               10 WSS-PER-ANIO     PIC 9(04).
               10 WSS-PER-MES      PIC 9(02).
           05 WSS-FECHA-HOY        PIC 9(08) VALUE ZEROES.

      *CAMPOS DE TRABAJO DE LA APERTURA Y DEL CONTRASTE
           05 WSS-HORA-HIS         PIC 9(8) VALUE ZEROES.
           05 WSS-CIERRE-ESP       PIC S9(7) VALUE ZEROES.
           05 WSS-CIERRE-DEP       PIC S9(7) VALUE ZEROES.
           05 WSS-FECHA-ING        PIC 9(08) VALUE ZEROES.
           05 WSS-FECHA-ING-R REDEFINES WSS-FECHA-ING.
               10 WSS-ING-ANIO     PIC 9(04).
               10 WSS-ING-MES      PIC 9(02).
               10 WSS-ING-DIA      PIC 9(02).
           05 WSS-MESES-ANT        PIC S9(7) VALUE ZEROES.
           05 WSS-ANTIG            PIC 9(3)V9 VALUE ZEROES.

      *UNA FILA POR DEPARTAMENTO: ALTAS Y BAJAS DEL PERIODO, LA
      *PLANTILLA DEL BARRIDO DE ENT2 (QUE ES DE HOY, NO DEL CIERRE
      *DEL PERIODO) Y LOS MOVIMIENTOS POSTERIORES AL PERIODO CON QUE
      *SE DESHACE ESA DIFERENCIA AL IMPRIMIR (2810-IMPRIME-DEPTO).
      *MESES/CONANT: MESES DE ANTIGUEDAD ACUMULADOS Y CUANTOS
      *EMPLEADOS TIENEN FECHA DE INGRESO, PARA EL PROMEDIO
       01 WSS-TABLA-DEPTOS.
           05 TBL-DEPTO-CANT       PIC 9(4) VALUE ZEROES.
           05 TBL-DEPTO OCCURS 200 TIMES INDEXED BY TBL-DEPTO-IDX.
               10 TBL-DEPTO-CIERRE   PIC 9(6).
               10 TBL-DEPTO-ALTPOS   PIC 9(6).
               10 TBL-DEPTO-BAJPOS   PIC 9(6).
               10 TBL-DEPTO-MESES    PIC 9(9).
               10 TBL-DEPTO-CONANT   PIC 9(6).

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D220  '.
           05 FILLER               PIC X(08) VALUE '   BAJAS'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE '  CIERRE'.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 FILLER               PIC X(05) VALUE 'ANTIG'.

       01 WSS-LIN-DET.
           05 DET-DEPTO             PIC X(15).
           05 DET-BAJAS             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-CIERRE            PIC ZZZ,ZZ9-.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-ANTIG             PIC ZZ9.9.
           05 DET-ANTIG-X REDEFINES DET-ANTIG
                                    PIC X(05).

       01 WSS-LIN-TOTAL.
           05 FILLER                PIC X(15) VALUE 'GRAN TOTAL'.
           05 TOT-BAJAS             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 TOT-CIERRE            PIC ZZZ,ZZ9-.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 TOT-ANTIG             PIC ZZ9.9.
           05 TOT-ANTIG-X REDEFINES TOT-ANTIG
                                    PIC X(05).

       01 WSS-LIN-CRUCE1.
           05 FILLER                PIC X(24) VALUE
      ******************************************************************
      *           PLANTILLA DE CIERRE: BARRIDO DE ENT2                 *
      ******************************************************************
      *LOS REGISTROS DADOS DE BAJA (ESTATUS 'B') SIGUEN EN EL ARCHIVO
      *PERO YA NO SON PLANTILLA; SE CUENTAN APARTE, IGUAL QUE CUANDO
      *LA BAJA LOS BORRABA (BAJASARCH LOS SIGUE TRAYENDO FECHADOS)
       2000-BARRE-ENT2.
           READ FILE-ENT2 NEXT RECORD
           IF WFS-ENT2 = '00'
               IF ENT2-ESTATUS EQUAL 'B'
                   ADD 1 TO WAC-ENT2-BAJA
               ELSE
                   ADD 1 TO WAC-ENT2
                   MOVE ENT2-DEPARTAMENTO TO WSS-DEPTO-ACT
                   PERFORM 2050-LOCALIZA-DEPTO
                   ADD 1 TO TBL-DEPTO-CIERRE (TBL-DEPTO-IDX)
                   PERFORM 2070-ACUMULA-ANTIGUEDAD
               END-IF
           ELSE
               IF WFS-ENT2 = '10'
                   MOVE 's' TO WSW-ENT2
               MOVE ZEROES TO TBL-DEPTO-CIERRE (TBL-DEPTO-IDX)
               MOVE ZEROES TO TBL-DEPTO-ALTPOS (TBL-DEPTO-IDX)
               MOVE ZEROES TO TBL-DEPTO-BAJPOS (TBL-DEPTO-IDX)
               MOVE ZEROES TO TBL-DEPTO-MESES (TBL-DEPTO-IDX)
               MOVE ZEROES TO TBL-DEPTO-CONANT (TBL-DEPTO-IDX)
           END-IF
           .

           END-IF
           .

      *MESES COMPLETOS ENTRE EL MES DE INGRESO Y EL PERIODO PEDIDO.
      *SIN FECHA DE INGRESO (REGISTROS CONVERTIDOS DEL LAYOUT ANTERIOR
      *SIN ALTA EN EL HISTORICO) O CON INGRESO POSTERIOR AL PERIODO
      *NO ENTRA AL PROMEDIO
       2070-ACUMULA-ANTIGUEDAD.
           IF ENT2-FECHA-INGRESO IS NUMERIC AND
              ENT2-FECHA-INGRESO GREATER THAN ZEROES
               MOVE ENT2-FECHA-INGRESO TO WSS-FECHA-ING
               COMPUTE WSS-MESES-ANT =
                   (WSS-PER-ANIO * 12 + WSS-PER-MES)
                   - (WSS-ING-ANIO * 12 + WSS-ING-MES)
               IF WSS-MESES-ANT NOT LESS THAN ZEROES
                   ADD WSS-MESES-ANT TO TBL-DEPTO-MESES (TBL-DEPTO-IDX)
                   ADD 1 TO TBL-DEPTO-CONANT (TBL-DEPTO-IDX)
               END-IF
           END-IF
           .

      ******************************************************************
      *              MOVIMIENTOS DEL PERIODO                           *
      ******************************************************************
           MOVE WAC-TOT-ALTAS TO TOT-ALTAS
           MOVE WAC-TOT-BAJAS TO TOT-BAJAS
           MOVE WAC-TOT-CIERRE TO TOT-CIERRE
           IF WAC-TOT-CONANT GREATER THAN ZEROES
               COMPUTE WSS-ANTIG ROUNDED =
                   WAC-TOT-MESES / WAC-TOT-CONANT / 12
               MOVE WSS-ANTIG TO TOT-ANTIG
           ELSE
               MOVE SPACES TO TOT-ANTIG-X
           END-IF
           WRITE REG-REPMES FROM WSS-LIN-TOTAL
           PERFORM 2850-CONTRASTA-CIFRAS
           .
           MOVE TBL-DEPTO-ALTAS (TBL-DEPTO-IDX) TO DET-ALTAS
           MOVE TBL-DEPTO-BAJAS (TBL-DEPTO-IDX) TO DET-BAJAS
           MOVE WSS-CIERRE-DEP TO DET-CIERRE
           IF TBL-DEPTO-CONANT (TBL-DEPTO-IDX) GREATER THAN ZEROES
               COMPUTE WSS-ANTIG ROUNDED =
                   TBL-DEPTO-MESES (TBL-DEPTO-IDX)
                   / TBL-DEPTO-CONANT (TBL-DEPTO-IDX) / 12
               MOVE WSS-ANTIG TO DET-ANTIG
           ELSE
               MOVE SPACES TO DET-ANTIG-X
           END-IF
           ADD TBL-DEPTO-MESES (TBL-DEPTO-IDX) TO WAC-TOT-MESES
           ADD TBL-DEPTO-CONANT (TBL-DEPTO-IDX) TO WAC-TOT-CONANT
           ADD WSS-APERTURA TO WAC-TOT-APERTURA
           ADD TBL-DEPTO-ALTAS (TBL-DEPTO-IDX) TO WAC-TOT-ALTAS
           ADD TBL-DEPTO-BAJAS (TBL-DEPTO-IDX) TO WAC-TOT-BAJAS
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'PERIODO REPORTADO        : 'WSS-PERIODO
           DISPLAY 'PLANTILLA DE CIERRE      : 'WAC-ENT2
           DISPLAY 'DADOS DE BAJA EN ENT2    : 'WAC-ENT2-BAJA
           DISPLAY 'ALTAS DEL PERIODO        : 'WAC-ALTAS-PER
           DISPLAY 'BAJAS DEL PERIODO        : 'WAC-BAJAS-PER
           DISPLAY 'DEPARTAMENTOS REPORTADOS : 'TBL-DEPTO-CANT
