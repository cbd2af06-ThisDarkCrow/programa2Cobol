      *   - AUDITORIA.DAT Y AUDARCH.DAT: CADA CORRIDA EN QUE EL
      *     EMPLEADO CASO (FECHA Y HORA);
      *   - ALTASHIS.DAT: EL ALTA APLICADA A ENT2, CON DEPARTAMENTO;
      *   - BAJASARCH.DAT: LA BAJA APLICADA, CON LA IMAGEN ARCHIVADA;
      *   - CAMBIOSENT.DAT: LAS DISCREPANCIAS DE CAMPO DE LA CORRIDA
      *     VIGENTE, CON AMBOS VALORES;
      *   - DELTASAL1.DAT: LOS MOVIMIENTOS DEL DELTA VIGENTE Y SUS
      *
      * MODIFICACIONES
      * 02/09/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - ALTASHIS.DAT CRECE A 61 POSICIONES (TIPO DE
      *                    ALTA Y NUMERO DE LA BAJA ANTERIOR, VER
      *                    EJR2D204); EL EVENTO DE ALTA DISTINGUE UN
      *                    REINGRESO BAJO EL NUMERO ANTERIOR DE UNO
      *                    CON NUMERO NUEVO Y DICE CUAL FUE EL PREVIO.
      * 15/10/2026 R2D2 - BAJASARCH.DAT CRECE A 216 (IMAGEN DE ENT2 DE
      *                    200) Y CAMBIOSENT.DAT A 186 CON LA BANDERA Y
      *                    LOS VALORES DE PUESTO, QUE TAMBIEN SE
      *                    IMPRIMEN EN LA SECCION DE DISCREPANCIAS.
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

       FD  FILE-CAMBIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAMBIOS.
       01 REG-CAMBIOS PIC X(186).

       FD  FILE-DELTA
           RECORDING MODE IS F
           05 AHI-EMPLEADO        PIC X(08).
           05 AHI-RFC             PIC X(13).
           05 AHI-DEPARTAMENTO    PIC X(15).
           05 AHI-TIPO            PIC X(01).
           05 AHI-NUM-ANTERIOR    PIC X(08).

      *BAJA APLICADA COMO LA DEJA EJR2D214
       01 WSS-BAJARCH.
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

      *DISCREPANCIA COMO LA DEJA EJR2D202 (2116-DETECTA-CAMBIOS-ENT2)
       01 WSS-CAMBIO.
               10 CAM-TELEFONO       PIC X(01).
               10 CAM-CP             PIC X(01).
               10 CAM-DEPARTAMENTO   PIC X(01).
               10 CAM-PUESTO         PIC X(01).
           05 CAM-ENT1.
               10 CAM1-DIRECCION     PIC X(30).
               10 CAM1-TELEFONO      PIC 9(10).
               10 CAM1-CP            PIC 9(05).
               10 CAM1-DEPARTAMENTO  PIC X(15).
               10 CAM1-PUESTO        PIC X(20).
           05 CAM-ENT2.
               10 CAM2-DIRECCION     PIC X(30).
               10 CAM2-TELEFONO      PIC 9(10).
               10 CAM2-CP            PIC 9(05).
               10 CAM2-DEPARTAMENTO  PIC X(15).
               10 CAM2-PUESTO        PIC X(20).

      *MOVIMIENTO DEL DELTA COMO LO DEJA EJR2D208
       01 WSS-DELTA.
                   MOVE AHI-FECHA TO TBL-EVT-FECHA (TBL-EVT-IDX)
                   MOVE AHI-HORA TO TBL-EVT-HORA (TBL-EVT-IDX)
                   MOVE SPACES TO TBL-EVT-TEXTO (TBL-EVT-IDX)
                   EVALUATE AHI-TIPO
                       WHEN 'R'
                           STRING 'REINGRESO CON NUM ANTERIOR, DEPTO '
                                      DELIMITED BY SIZE
                                  AHI-DEPARTAMENTO DELIMITED BY SIZE
                               INTO TBL-EVT-TEXTO (TBL-EVT-IDX)
                       WHEN 'C'
                           STRING 'REINGRESO (ANTES '
                                      DELIMITED BY SIZE
                                  AHI-NUM-ANTERIOR DELIMITED BY SIZE
                                  '), DEPTO ' DELIMITED BY SIZE
                                  AHI-DEPARTAMENTO DELIMITED BY SIZE
                               INTO TBL-EVT-TEXTO (TBL-EVT-IDX)
                       WHEN OTHER
                           STRING 'ALTA APLICADA A ENT2, DEPTO '
                                      DELIMITED BY SIZE
                                  AHI-DEPARTAMENTO DELIMITED BY SIZE
                               INTO TBL-EVT-TEXTO (TBL-EVT-IDX)
                   END-EVALUATE
               END-IF
           ELSE
               IF WFS-ALTAHIS = '10'
                   INTO WSS-LIN-LIBRE
               WRITE REG-KARDEX FROM WSS-LIN-LIBRE
           END-IF
           IF CAM-PUESTO EQUAL 'S'
               MOVE SPACES TO WSS-LIN-LIBRE
               STRING '    PUESTO    ENT1: ' DELIMITED BY SIZE
                      CAM1-PUESTO DELIMITED BY SIZE
                   INTO WSS-LIN-LIBRE
               WRITE REG-KARDEX FROM WSS-LIN-LIBRE
               MOVE SPACES TO WSS-LIN-LIBRE
               STRING '    PUESTO    ENT2: ' DELIMITED BY SIZE
                      CAM2-PUESTO DELIMITED BY SIZE
                   INTO WSS-LIN-LIBRE
               WRITE REG-KARDEX FROM WSS-LIN-LIBRE
           END-IF
           .

      *EL DELTA SOLO TRAE NUM-EMPLEADO (EL LAYOUT DE SAL1 NO LLEVA
