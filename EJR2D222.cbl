      *
      * MODIFICACIONES
      * 02/09/2026 R2D2 - VERSION INICIAL.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200; SE DESPLIEGAN TAMBIEN
      *                    PATERNO, MATERNO, CURP, PUESTO, FECHA DE
      *                    INGRESO, ESTATUS Y FECHA DE BAJA.
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

       WORKING-STORAGE SECTION.
      *RUTA DEL ARCHIVO INDEXADO DE ENT2; EL VALOR POR DEFECTO ES EL
           DISPLAY 'NUM-EMPLEADO : 'ENT2-NUM-EMPLEADO
           DISPLAY 'RFC          : 'ENT2-RFC
           DISPLAY 'NOMBRE       : 'ENT2-NOMBRE
           DISPLAY 'PATERNO      : 'ENT2-PATERNO
           DISPLAY 'MATERNO      : 'ENT2-MATERNO
           DISPLAY 'CURP         : 'ENT2-CURP
           DISPLAY 'CP           : 'ENT2-CP
           DISPLAY 'DIRECCION    : 'ENT2-DIRECCION
           DISPLAY 'DEPARTAMENTO : 'ENT2-DEPARTAMENTO
           DISPLAY 'TELEFONO     : 'ENT2-TELEFONO
           DISPLAY 'PUESTO       : 'ENT2-PUESTO
           DISPLAY 'FECHA INGRESO: 'ENT2-FECHA-INGRESO
           DISPLAY 'ESTATUS      : 'ENT2-ESTATUS
           DISPLAY 'FECHA BAJA   : 'ENT2-FECHA-BAJA
           DISPLAY 'MARCA CASADO : 'ENT2-CASADO
           .

