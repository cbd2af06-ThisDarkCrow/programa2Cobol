      *                    (CON DUPLICADOS) QUE AHORA LLEVA EL ARCHIVO
      *                    INDEXADO, PARA PODER LOCALIZAR POR RFC
      *                    (VER EJR2D222).
      * 15/10/2026 R2D2 - CADA DECISION TRAE QUIEN LA CAPTURO, QUIEN LA
      *                    APROBO Y LA FECHA DE APROBACION. EL
      *                    APROBADOR SE VALIDA CONTRA APROBADORES.DAT
      *                    (EJR2D225): DEBE ESTAR ACTIVO, AUTORIZADO
      *                    PARA CAMBIOS Y VIGENTE A LA FECHA DE LA
      *                    DECISION, Y NO PUEDE SER EL MISMO QUE LA
      *                    CAPTURO (2105-VALIDA-APROBADOR). EL
      *                    APROBADOR VIAJA EN EL ASIENTO DEL JOURNAL.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 Y EL JOURNAL A 433.
      *                    CAMBIOSENT.DAT CRECE A 186 CON LA BANDERA Y
      *                    LOS VALORES DE PUESTO, QUE SE APLICA COMO LOS
      *                    DEMAS CAMPOS (COLUMNA PUE EN EL REPORTE). UN
      *                    REGISTRO CON ESTATUS 'B' NO SE TOCA Y SE
      *                    REPORTA 'DADO DE BAJA'.
      ******************************************************************

      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-DECIDE.

      *TABLA DE APROBADORES AUTORIZADOS (EJR2D225); AQUI SOLO SE LEE
       SELECT FILE-APROB
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprobadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-CLAVE
           FILE STATUS IS WFS-APROB.

      *ARCHIVO INDEXADO DE ENT2 - MISMA LLAVE Y MISMA VARIABLE DE
      *AMBIENTE (EJR2D202-ENT2) QUE USA EJR2D202
       SELECT FILE-ENT2
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAMBIOS.
       01 REG-CAMBIOS PIC X(186).

       FD  FILE-DECIDE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DECIDE.
       01 REG-DECIDE PIC X(46).

       FD  FILE-APROB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-APROB.
       01 REG-APROB.
           05 APR-CLAVE           PIC X(08).
           05 APR-NOMBRE          PIC X(30).
           05 APR-ALTA            PIC X(01).
           05 APR-BAJA            PIC X(01).
           05 APR-CAMBIO          PIC X(01).
           05 APR-DESDE           PIC 9(08).
           05 APR-VENCE           PIC 9(08).
           05 APR-ESTADO          PIC X(01).

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

       FD  FILE-JRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
       01 REG-JRN PIC X(433).

       FD  FILE-REPAPL
           RECORDING MODE IS F
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

       01 WSS-DECISION.
           05 DEC-NUM-EMPLEADO    PIC X(08).
           05 DEC-RFC             PIC X(13).
           05 DEC-ACCION          PIC X(01).
           05 DEC-APROBADOR       PIC X(08).
           05 DEC-FECHA           PIC X(08).
           05 DEC-FECHA-N REDEFINES DEC-FECHA
                                  PIC 9(08).
           05 DEC-CAPTURISTA      PIC X(08).

      *ASIENTO DEL JOURNAL DE ENT2: FECHA/HORA, PROGRAMA, OPERACION
      *('W' ALTA / 'R' REESCRITURA / 'D' BORRADO), IMAGEN DEL
      *REGISTRO ANTES Y DESPUES Y EL APROBADOR DE LA DECISION
       01 WSS-JOURNAL.
           05 JRN-FECHA           PIC 9(08).
           05 JRN-HORA            PIC 9(08).
           05 JRN-PROGRAMA        PIC X(08).
           05 JRN-OPERACION       PIC X(01).
           05 JRN-ANTES           PIC X(200).
           05 JRN-DESPUES         PIC X(200).
           05 JRN-APROBADOR       PIC X(08).

       01 WSS-FILE-STATUS.
           05 WFS-CAMBIOS         PIC X(2).
           05 WFS-DECIDE          PIC X(2).
           05 WFS-APROB           PIC X(2).
           05 WFS-ENT2            PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WFS-REPAPL          PIC X(2).
           05 WAC-APLICADOS PIC 9(6) VALUE ZEROES.
           05 WAC-RECHAZADOS PIC 9(6) VALUE ZEROES.
           05 WAC-NO-EXISTEN PIC 9(6) VALUE ZEROES.
           05 WAC-DADOS-BAJA PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-DECISION PIC 9(6) VALUE ZEROES.
           05 WAC-NO-AUTORIZADAS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-CAMBIOS PIC X(1) VALUE SPACE.
           05 WSW-DECIDE PIC X(1) VALUE SPACE.
           05 WSW-DEC-HALLADA PIC X(1) VALUE SPACE.
           05 WSW-APR-VALIDO PIC X(1) VALUE SPACE.
           05 WSW-SIN-APROBADORES PIC X(1) VALUE SPACE.
           05 WSW-ENT2-HALLADO PIC X(1) VALUE SPACE.

       01 WSS-PARAMETROS.
           05 WSS-FECHA-HOY        PIC 9(08) VALUE ZEROES.

       01 WSS-TABLA-DECISIONES.
           05 TBL-DEC-CANT         PIC 9(4) VALUE ZEROES.
           05 TBL-DEC OCCURS 500 TIMES INDEXED BY TBL-DEC-IDX.
               10 TBL-DEC-NUM        PIC X(08).
               10 TBL-DEC-RFC        PIC X(13).
               10 TBL-DEC-ACCION     PIC X(01).
               10 TBL-DEC-APROBADOR  PIC X(08).
               10 TBL-DEC-FECHA      PIC X(08).
               10 TBL-DEC-CAPTURISTA PIC X(08).

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D216  '.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(12) VALUE 'RESULTADO'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(19) VALUE
              'DIR TEL CP  DEP PUE'.

       01 WSS-LIN-DET.
           05 DET-NUM-EMPLEADO      PIC X(08).
           05 DET-CP                PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-DEPARTAMENTO      PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 DET-PUESTO            PIC X(01).


      ******************************************************************
           OPEN INPUT FILE-CAMBIOS
                      FILE-DECIDE

      *SIN TABLA DE APROBADORES NINGUNA DECISION ES VALIDA: TODAS SE
      *REPORTAN COMO NO AUTORIZADAS Y NO SE APLICA NADA
           OPEN INPUT FILE-APROB
           IF WFS-APROB EQUAL '35'
               DISPLAY 'SIN TABLA DE APROBADORES, NO SE APLICA NADA'
               MOVE 'S' TO WSW-SIN-APROBADORES
               MOVE '00' TO WFS-APROB
           END-IF
           ACCEPT WSS-FECHA-HOY FROM DATE YYYYMMDD

      *FILE-ENT2 SE ABRE I-O: LOS CAMPOS APROBADOS SE REESCRIBEN POR
      *LLAVE SOBRE EL ARCHIVO YA CARGADO
           OPEN I-O FILE-ENT2

           IF WFS-CAMBIOS EQUAL '00' AND
              WFS-DECIDE EQUAL '00' AND
              WFS-APROB EQUAL '00' AND
              WFS-ENT2 EQUAL '00' AND
              WFS-JRN EQUAL '00' AND
              WFS-REPAPL EQUAL '00'
           ELSE
               DISPLAY 'WFS-CAMBIOS: 'WFS-CAMBIOS
               DISPLAY 'WFS-DECIDE: 'WFS-DECIDE
               DISPLAY 'WFS-APROB: 'WFS-APROB
               DISPLAY 'WFS-ENT2: 'WFS-ENT2
               DISPLAY 'WFS-JRN: 'WFS-JRN
               DISPLAY 'WFS-REPAPL: 'WFS-REPAPL
               MOVE DEC-NUM-EMPLEADO TO TBL-DEC-NUM (TBL-DEC-IDX)
               MOVE DEC-RFC TO TBL-DEC-RFC (TBL-DEC-IDX)
               MOVE DEC-ACCION TO TBL-DEC-ACCION (TBL-DEC-IDX)
               MOVE DEC-APROBADOR TO TBL-DEC-APROBADOR (TBL-DEC-IDX)
               MOVE DEC-FECHA TO TBL-DEC-FECHA (TBL-DEC-IDX)
               MOVE DEC-CAPTURISTA TO TBL-DEC-CAPTURISTA (TBL-DEC-IDX)
           ELSE
               IF WFS-DECIDE = '10'
                   MOVE 's' TO WSW-DECIDE
           MOVE CAM-BANDERAS (2:1) TO DET-TELEFONO
           MOVE CAM-BANDERAS (3:1) TO DET-CP
           MOVE CAM-BANDERAS (4:1) TO DET-DEPARTAMENTO
           MOVE CAM-BANDERAS (5:1) TO DET-PUESTO
           MOVE SPACE TO WSW-DEC-HALLADA
           PERFORM 2110-BUSCA-DECISION
               VARYING TBL-DEC-IDX FROM 1 BY 1
               MOVE 'SIN DECISION' TO DET-RESULTADO
               PERFORM 2190-GRABA-RESULTADO
           ELSE
               PERFORM 2105-VALIDA-APROBADOR
               IF WSW-APR-VALIDO NOT EQUAL 'S'
                   ADD 1 TO WAC-NO-AUTORIZADAS
                   PERFORM 2190-GRABA-RESULTADO
               ELSE
                   IF DEC-ACCION EQUAL 'A'
                       PERFORM 2120-REESCRIBE-ENT2
                   ELSE
                       ADD 1 TO WAC-RECHAZADOS
                       MOVE 'RECHAZADA' TO DET-RESULTADO
                       PERFORM 2190-GRABA-RESULTADO
                   END-IF
               END-IF
           END-IF
           .

      *UNA DECISION SOLO VALE SI LA DIO UN APROBADOR DE LA TABLA
      *(EJR2D225) ACTIVO, AUTORIZADO PARA CAMBIOS Y VIGENTE A LA FECHA
      *DE APROBACION, Y SI QUIEN LA CAPTURO NO ES QUIEN LA APROBO;
      *LA FECHA DE APROBACION NO PUEDE SER POSTERIOR A LA CORRIDA.
      *SI NO VALE, DET-RESULTADO SALE CON EL MOTIVO.
       2105-VALIDA-APROBADOR.
           MOVE SPACE TO WSW-APR-VALIDO
           EVALUATE TRUE
               WHEN DEC-APROBADOR EQUAL SPACE
                   MOVE 'SIN APROBADR' TO DET-RESULTADO
               WHEN DEC-CAPTURISTA EQUAL SPACE
                   MOVE 'SIN CAPTURA' TO DET-RESULTADO
               WHEN DEC-CAPTURISTA EQUAL DEC-APROBADOR
                   MOVE 'AUTOAPROBADA' TO DET-RESULTADO
               WHEN DEC-FECHA IS NOT NUMERIC
                   MOVE 'FECHA INVAL' TO DET-RESULTADO
               WHEN DEC-FECHA-N EQUAL ZEROES OR
                    DEC-FECHA-N GREATER THAN WSS-FECHA-HOY
                   MOVE 'FECHA INVAL' TO DET-RESULTADO
               WHEN WSW-SIN-APROBADORES EQUAL 'S'
                   MOVE 'APROB NO AUT' TO DET-RESULTADO
               WHEN OTHER
                   PERFORM 2106-LEE-APROBADOR
           END-EVALUATE
           .

       2106-LEE-APROBADOR.
           MOVE DEC-APROBADOR TO APR-CLAVE
           READ FILE-APROB
               KEY IS APR-CLAVE
               INVALID KEY
                   MOVE 'APROB NO AUT' TO DET-RESULTADO
               NOT INVALID KEY
                   IF APR-ESTADO NOT EQUAL 'A' OR
                      APR-CAMBIO NOT EQUAL 'S'
                       MOVE 'APROB NO AUT' TO DET-RESULTADO
                   ELSE
                       IF DEC-FECHA-N LESS THAN APR-DESDE OR
                          DEC-FECHA-N GREATER THAN APR-VENCE
                           MOVE 'APROB VENCID' TO DET-RESULTADO
                       ELSE
                           MOVE 'S' TO WSW-APR-VALIDO
                       END-IF
                   END-IF
           END-READ
           .

       2110-BUSCA-DECISION.
           IF TBL-DEC-NUM (TBL-DEC-IDX) EQUAL CAM-NUM-EMPLEADO AND
              TBL-DEC-RFC (TBL-DEC-IDX) EQUAL CAM-RFC
               MOVE TBL-DEC-ACCION (TBL-DEC-IDX) TO DEC-ACCION
               MOVE TBL-DEC-APROBADOR (TBL-DEC-IDX) TO DEC-APROBADOR
               MOVE TBL-DEC-FECHA (TBL-DEC-IDX) TO DEC-FECHA
               MOVE TBL-DEC-CAPTURISTA (TBL-DEC-IDX) TO DEC-CAPTURISTA
               MOVE 'S' TO WSW-DEC-HALLADA
           END-IF
           .

      *LOCALIZA EL REGISTRO POR LLAVE Y REESCRIBE SOLO LOS CAMPOS CON
      *BANDERA, CON EL VALOR DE ENT1; LOS DEMAS CAMPOS (Y LA MARCA DE
      *CASADO) SE QUEDAN COMO ESTABAN EN EL MAESTRO. UN REGISTRO DADO
      *DE BAJA (ESTATUS 'B') NO SE CORRIGE, SOLO SE REPORTA
       2120-REESCRIBE-ENT2.
           MOVE CAM-NUM-EMPLEADO TO ENT2-NUM-EMPLEADO
           MOVE CAM-RFC TO ENT2-RFC
               MOVE 'NO EXISTE' TO DET-RESULTADO
               PERFORM 2190-GRABA-RESULTADO
           ELSE
               IF ENT2-ESTATUS EQUAL 'B'
                   ADD 1 TO WAC-DADOS-BAJA
                   MOVE 'DADO DE BAJA' TO DET-RESULTADO
                   PERFORM 2190-GRABA-RESULTADO
               ELSE
                   MOVE REG-EMP2 TO JRN-ANTES
                   IF CAM-DIRECCION EQUAL 'S'
                       MOVE CAM1-DIRECCION TO ENT2-DIRECCION
                   END-IF
                   IF CAM-TELEFONO EQUAL 'S'
                       MOVE CAM1-TELEFONO TO ENT2-TELEFONO
                   END-IF
                   IF CAM-CP EQUAL 'S'
                       MOVE CAM1-CP TO ENT2-CP
                   END-IF
                   IF CAM-DEPARTAMENTO EQUAL 'S'
                       MOVE CAM1-DEPARTAMENTO TO ENT2-DEPARTAMENTO
                   END-IF
                   IF CAM-PUESTO EQUAL 'S'
                       MOVE CAM1-PUESTO TO ENT2-PUESTO
                   END-IF
                   REWRITE REG-EMP2
                   IF WFS-ENT2 EQUAL '00'
                       ADD 1 TO WAC-APLICADOS
                       MOVE 'APLICADA' TO DET-RESULTADO
                       PERFORM 2158-GRABA-JOURNAL
                       PERFORM 2190-GRABA-RESULTADO
                   ELSE
                       DISPLAY 'ERROR DE REESCRITURA ENT2: 'WFS-ENT2
                       PERFORM 1110-FIN-PROG
                   END-IF
               END-IF
           END-IF
           .
       2158-GRABA-JOURNAL.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD
           ACCEPT JRN-HORA FROM TIME
           MOVE DEC-APROBADOR TO JRN-APROBADOR
           MOVE 'EJR2D216' TO JRN-PROGRAMA
           MOVE 'R' TO JRN-OPERACION
           MOVE REG-EMP2 TO JRN-DESPUES
           DISPLAY 'CAMBIOS APLICADOS A ENT2 : 'WAC-APLICADOS
           DISPLAY 'CAMBIOS RECHAZADOS       : 'WAC-RECHAZADOS
           DISPLAY 'YA NO EXISTEN EN ENT2    : 'WAC-NO-EXISTEN
           DISPLAY 'DADOS DE BAJA EN ENT2    : 'WAC-DADOS-BAJA
           DISPLAY 'CAMBIOS SIN DECISION     : 'WAC-SIN-DECISION
           DISPLAY 'DECISIONES NO AUTORIZADAS: 'WAC-NO-AUTORIZADAS
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
                 FILE-ENT2
                 FILE-JRN
                 FILE-REPAPL
           IF WSW-SIN-APROBADORES NOT EQUAL 'S'
               CLOSE FILE-APROB
           END-IF
           .
