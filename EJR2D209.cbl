      *                    (CON DUPLICADOS) QUE AHORA LLEVA EL ARCHIVO
      *                    INDEXADO, PARA PODER LOCALIZAR POR RFC
      *                    (VER EJR2D222).
      * 15/10/2026 R2D2 - EL ASIENTO DEL JOURNAL CRECE A 237: AL FINAL
      *                    LLEVA EL APROBADOR DE LA DECISION QUE
      *                    ORIGINO LA OPERACION (EJR2D204/EJR2D214/
      *                    EJR2D216); AQUI VA EN BLANCO PORQUE LA
      *                    OPERACION NO NACE DE UNA DECISION.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 (NOMBRE COMPLETO, CURP,
      *                    PUESTO, FECHA DE INGRESO Y ESTATUS) Y EL
      *                    ASIENTO DEL JOURNAL A 433, IGUAL QUE EN LOS
      *                    DEMAS PROGRAMAS QUE ABREN ENT2.
      ******************************************************************

      ******************************************************************
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

       FD  FILE-JRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
       01 REG-JRN PIC X(433).

       FD  FILE-REPVER
           RECORDING MODE IS F
           05 JRN-HORA            PIC 9(08).
           05 JRN-PROGRAMA        PIC X(08).
           05 JRN-OPERACION       PIC X(01).
           05 JRN-ANTES           PIC X(200).
           05 JRN-DESPUES         PIC X(200).
           05 JRN-APROBADOR       PIC X(08).

       01 WSS-FILE-STATUS.
           05 WFS-ENT2            PIC X(2).
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD
           ACCEPT JRN-HORA FROM TIME
           MOVE 'EJR2D209' TO JRN-PROGRAMA
           MOVE SPACES TO JRN-APROBADOR
           MOVE 'R' TO JRN-OPERACION
           MOVE REG-EMP2 TO JRN-DESPUES
           WRITE REG-JRN FROM WSS-JOURNAL
