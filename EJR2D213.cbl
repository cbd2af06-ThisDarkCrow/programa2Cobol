      *                    AHORA LLEVA EL ARCHIVO INDEXADO, PARA QUE
      *                    LA COPIA DE PRUEBA CONSERVE LA MISMA
      *                    ESTRUCTURA QUE EL VIVO.
      * 15/10/2026 R2D2 - REG-EMP2 Y LA COPIA EMP2TEST CRECEN A 200.
      *                    LA CURP DE ENT2 SE SUSTITUYE POR LA MISMA
      *                    CURP SINTETICA QUE RECIBE ENT1 (SI VIENE EN
      *                    BLANCO SE QUEDA EN BLANCO); PATERNO, MATERNO,
      *                    PUESTO, INGRESO Y ESTATUS SE CONSERVAN.
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

       FD  FILE-SAL1
           RECORDING MODE IS F
           05 TST2-TELEFONO       PIC 9(10).
           05 TST2-NUM-EMPLEADO   PIC X(08).
           05 TST2-CASADO         PIC X(01).
      *NOMBRE COMPLETO, CURP Y PUESTO COMO LOS TRAE ENT1; ESTATUS
      *'A' ACTIVO / 'B' BAJA (LA BAJA YA NO BORRA EL REGISTRO)
           05 TST2-PATERNO        PIC X(20).
           05 TST2-MATERNO        PIC X(20).
           05 TST2-CURP           PIC X(18).
           05 TST2-PUESTO         PIC X(20).
           05 TST2-FECHA-INGRESO  PIC 9(08).
           05 TST2-ESTATUS        PIC X(01).
           05 TST2-FECHA-BAJA     PIC 9(08).
           05 FILLER              PIC X(03).

       FD  FILE-SAL1TST
           RECORDING MODE IS F
      *EL RFC SINTETICO SALE DEL MISMO NUM-EMPLEADO, ASI QUE LA
      *PAREJA NUM-EMPLEADO+RFC DEL EMPLEADO CASADO EN ENT1 SIGUE
      *EXISTIENDO EN LA COPIA DE ENT2; LA MARCA DE CASADO SE ENTREGA
      *LIMPIA PARA QUE LA COPIA SIRVA PARA UNA CORRIDA FRESCA. LA CURP
      *SINTETICA TAMBIEN SALE DEL NUM-EMPLEADO Y COINCIDE CON LA DE LA
      *COPIA DE ENT1
       2410-EXTRAE-ENT2.
           READ FILE-ENT2 NEXT RECORD
           IF WFS-ENT2 = '00'
               MOVE WSS-TEL-TRABAJO TO TST2-TELEFONO
               MOVE ENT2-NUM-EMPLEADO TO TST2-NUM-EMPLEADO
               MOVE SPACE TO TST2-CASADO
               MOVE ENT2-PATERNO TO TST2-PATERNO
               MOVE ENT2-MATERNO TO TST2-MATERNO
               IF ENT2-CURP EQUAL SPACES
                   MOVE SPACES TO TST2-CURP
               ELSE
                   PERFORM 2920-SINTETIZA-CURP
                   MOVE WSS-CURP-SINT TO TST2-CURP
               END-IF
               MOVE ENT2-PUESTO TO TST2-PUESTO
               MOVE ENT2-FECHA-INGRESO TO TST2-FECHA-INGRESO
               MOVE ENT2-ESTATUS TO TST2-ESTATUS
               MOVE ENT2-FECHA-BAJA TO TST2-FECHA-BAJA
               WRITE REG-EMP2TST
                   INVALID KEY
                       DISPLAY 'LLAVE DUPLICADA EN EMP2TEST: '
