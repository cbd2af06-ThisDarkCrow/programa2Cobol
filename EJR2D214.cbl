      * APLICA LAS BAJAS CONFIRMADAS (BAJASCONF.DAT, GENERADO POR
      * EJR2D205) AL ARCHIVO INDEXADO DE ENT2, PREVIA DECISION DEL
      * OPERADOR EN APROBAJA.DAT - EL ESPEJO DE EJR2D204 PARA EL LADO
      * DE LAS BAJAS. CADA BAJA APROBADA SE MARCA EN ENT2 POR
      * ENT2-LLAVE (ESTATUS 'B' Y FECHA DE BAJA), PERO ANTES LA IMAGEN
      * COMPLETA DEL REGISTRO SE ARCHIVA (CON FECHA Y HORA) EN
      * BAJASARCH.DAT, PARA QUE UNA BAJA APLICADA POR ERROR SE PUEDA
      * RECUPERAR. LAS RECHAZADAS, LAS QUE YA NO EXISTEN EN ENT2, LAS
      * QUE YA ESTABAN DADAS DE BAJA Y LAS QUE NO TRAEN
      * DECISION SE REPORTAN SIN TOCAR EL ARCHIVO, CON EL MISMO
      * FORMATO DE REPORTE QUE REPALTAS.DAT.
      *
      *                    (CON DUPLICADOS) QUE AHORA LLEVA EL ARCHIVO
      *                    INDEXADO, PARA PODER LOCALIZAR POR RFC
      *                    (VER EJR2D222).
      * 15/10/2026 R2D2 - CADA DECISION TRAE QUIEN LA CAPTURO, QUIEN LA
      *                    APROBO Y LA FECHA DE APROBACION. EL
      *                    APROBADOR SE VALIDA CONTRA APROBADORES.DAT
      *                    (EJR2D225): DEBE ESTAR ACTIVO, AUTORIZADO
      *                    PARA BAJAS Y VIGENTE A LA FECHA DE LA
      *                    DECISION, Y NO PUEDE SER EL MISMO QUE LA
      *                    CAPTURO (2105-VALIDA-APROBADOR). EL
      *                    APROBADOR VIAJA EN EL ASIENTO DEL JOURNAL.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 CON ESTATUS Y FECHA DE
      *                    BAJA; LA BAJA YA NO BORRA EL REGISTRO: LO
      *                    REESCRIBE CON ESTATUS 'B' Y LA FECHA DEL DIA
      *                    (2140-MARCA-BAJA, ASIENTO 'R' CON IMAGEN
      *                    ANTES Y DESPUES). UN REGISTRO QUE YA ESTABA
      *                    DADO DE BAJA SE REPORTA 'YA ES BAJA'.
      *                    BAJASARCH.DAT CRECE A 216 Y EL JOURNAL A 433.
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
      *AMBIENTE (EJR2D202-ENT2) QUE USA EJR2D202, PARA QUE AMBOS
      *PROGRAMAS SIEMPRE TRABAJEN EL MISMO ARCHIVO AUNQUE SE
           FILE STATUS IS WFS-ENT2.

      *ARCHIVO DE RESPALDO: LA IMAGEN COMPLETA DE CADA REGISTRO
      *DADO DE BAJA, CON FECHA Y HORA, PARA PODER RECUPERAR UNA BAJA
       SELECT FILE-ARCH
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/bajasarch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  FILE-ARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ARCH.
       01 REG-ARCH PIC X(216).

       FD  FILE-JRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
       01 REG-JRN PIC X(433).

       FD  FILE-REPAPL
           RECORDING MODE IS F
           05 DEC-NUM-EMPLEADO    PIC X(08).
           05 DEC-RFC             PIC X(13).
           05 DEC-ACCION          PIC X(01).
           05 DEC-APROBADOR       PIC X(08).
           05 DEC-FECHA           PIC X(08).
           05 DEC-FECHA-N REDEFINES DEC-FECHA
                                  PIC 9(08).
           05 DEC-CAPTURISTA      PIC X(08).

      *IMAGEN ARCHIVADA DEL REGISTRO DADO DE BAJA: FECHA/HORA DE LA
      *CORRIDA MAS EL REGISTRO COMPLETO DE ENT2 TAL COMO ESTABA
       01 WSS-ARCHIVO.
           05 ARCH-FECHA          PIC 9(08).
           05 ARCH-HORA           PIC 9(08).
           05 ARCH-EMPLEADO       PIC X(200).

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
           05 WFS-CONF            PIC X(2).
           05 WFS-DECIDE          PIC X(2).
           05 WFS-APROB           PIC X(2).
           05 WFS-ENT2            PIC X(2).
           05 WFS-ARCH            PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WAC-APLICADAS PIC 9(6) VALUE ZEROES.
           05 WAC-RECHAZADAS PIC 9(6) VALUE ZEROES.
           05 WAC-NO-EXISTEN PIC 9(6) VALUE ZEROES.
           05 WAC-YA-BAJA PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-DECISION PIC 9(6) VALUE ZEROES.
           05 WAC-NO-AUTORIZADAS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-CONF PIC X(1) VALUE SPACE.
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
           05 FILLER              PIC X(10) VALUE 'EJR2D214  '.
           END-IF
           .

      *EL RESPALDO DE REGISTROS DADOS DE BAJA SE ABRE EXTEND PARA
      *QUE CADA CORRIDA ACUMULE SOBRE EL MISMO ARCHIVO; LA PRIMERA
      *VEZ NO EXISTE Y SE CREA
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-CONF
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

      *FILE-ENT2 SE ABRE I-O: LAS BAJAS APROBADAS SE MARCAN POR LLAVE
      *DEL ARCHIVO YA CARGADO
           OPEN I-O FILE-ENT2
           OPEN OUTPUT FILE-REPAPL

           IF WFS-CONF EQUAL '00' AND
              WFS-DECIDE EQUAL '00' AND
              WFS-APROB EQUAL '00' AND
              WFS-ENT2 EQUAL '00' AND
              WFS-ARCH EQUAL '00' AND
              WFS-JRN EQUAL '00' AND
           ELSE
               DISPLAY 'WFS-CONF: 'WFS-CONF
               DISPLAY 'WFS-DECIDE: 'WFS-DECIDE
               DISPLAY 'WFS-APROB: 'WFS-APROB
               DISPLAY 'WFS-ENT2: 'WFS-ENT2
               DISPLAY 'WFS-ARCH: 'WFS-ARCH
               DISPLAY 'WFS-JRN: 'WFS-JRN
               MOVE DEC-NUM-EMPLEADO TO TBL-DEC-NUM (TBL-DEC-IDX)
               MOVE DEC-RFC TO TBL-DEC-RFC (TBL-DEC-IDX)
               MOVE DEC-ACCION TO TBL-DEC-ACCION (TBL-DEC-IDX)
               MOVE DEC-APROBADOR TO TBL-DEC-APROBADOR (TBL-DEC-IDX)
               MOVE DEC-FECHA TO TBL-DEC-FECHA (TBL-DEC-IDX)
               MOVE DEC-CAPTURISTA TO TBL-DEC-CAPTURISTA (TBL-DEC-IDX)
           ELSE
               IF WFS-DECIDE = '10'
                   MOVE 's' TO WSW-DECIDE
               MOVE 'SIN DECISION' TO DET-RESULTADO
               PERFORM 2190-GRABA-RESULTADO
           ELSE
               PERFORM 2105-VALIDA-APROBADOR
               IF WSW-APR-VALIDO NOT EQUAL 'S'
                   ADD 1 TO WAC-NO-AUTORIZADAS
                   PERFORM 2190-GRABA-RESULTADO
               ELSE
                   IF DEC-ACCION EQUAL 'A'
                       PERFORM 2120-BAJA-ENT2
                   ELSE
                       ADD 1 TO WAC-RECHAZADAS
                       MOVE 'RECHAZADA' TO DET-RESULTADO
                       PERFORM 2190-GRABA-RESULTADO
                   END-IF
               END-IF
           END-IF
           .

      *UNA DECISION SOLO VALE SI LA DIO UN APROBADOR DE LA TABLA
      *(EJR2D225) ACTIVO, AUTORIZADO PARA BAJAS Y VIGENTE A LA FECHA
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
                      APR-BAJA NOT EQUAL 'S'
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
           IF TBL-DEC-NUM (TBL-DEC-IDX) EQUAL BAJA-NUM-EMPLEADO AND
              TBL-DEC-RFC (TBL-DEC-IDX) EQUAL BAJA-RFC
               MOVE TBL-DEC-ACCION (TBL-DEC-IDX) TO DEC-ACCION
               MOVE TBL-DEC-APROBADOR (TBL-DEC-IDX) TO DEC-APROBADOR
               MOVE TBL-DEC-FECHA (TBL-DEC-IDX) TO DEC-FECHA
               MOVE TBL-DEC-CAPTURISTA (TBL-DEC-IDX) TO DEC-CAPTURISTA
               MOVE 'S' TO WSW-DEC-HALLADA
           END-IF
           .

      *LOCALIZA EL REGISTRO EN ENT2 POR LLAVE; SI YA NO EXISTE (OTRA
      *CORRIDA O UNA PURGA MANUAL LO BORRO PRIMERO) SOLO SE REPORTA.
      *EL QUE SI EXISTE PRIMERO SE ARCHIVA Y LUEGO SE MARCA, EN ESE
      *ORDEN: SI LA GRABACION DEL RESPALDO FALLA EL REGISTRO SIGUE
      *INTACTO EN ENT2. EL QUE YA ESTA DADO DE BAJA NO SE VUELVE A
      *ARCHIVAR, SOLO SE REPORTA.
       2120-BAJA-ENT2.
           MOVE BAJA-NUM-EMPLEADO TO ENT2-NUM-EMPLEADO
           MOVE BAJA-RFC TO ENT2-RFC
                   MOVE 'S' TO WSW-ENT2-HALLADO
           END-READ
           IF WSW-ENT2-HALLADO EQUAL 'S'
               IF ENT2-ESTATUS EQUAL 'B'
                   ADD 1 TO WAC-YA-BAJA
                   MOVE 'YA ES BAJA' TO DET-RESULTADO
                   PERFORM 2190-GRABA-RESULTADO
               ELSE
                   PERFORM 2130-ARCHIVA-REGISTRO
                   PERFORM 2140-MARCA-BAJA
               END-IF
           ELSE
               ADD 1 TO WAC-NO-EXISTEN
               MOVE 'NO EXISTE' TO DET-RESULTADO
           END-IF
           .

      *EL REGISTRO SE QUEDA EN ENT2 CON ESTATUS 'B' Y LA FECHA DE LA
      *BAJA, PARA CONSERVAR SU HISTORIA (INGRESO, PUESTO, CURP)
       2140-MARCA-BAJA.
           MOVE REG-EMP2 TO JRN-ANTES
           MOVE 'B' TO ENT2-ESTATUS
           MOVE WSS-FECHA-HOY TO ENT2-FECHA-BAJA
           REWRITE REG-EMP2
           IF WFS-ENT2 EQUAL '00'
               ADD 1 TO WAC-APLICADAS
               MOVE 'APLICADA' TO DET-RESULTADO
               PERFORM 2148-GRABA-JOURNAL
               PERFORM 2190-GRABA-RESULTADO
           ELSE
              DISPLAY 'ERROR DE REESCRITURA ENT2: 'WFS-ENT2
              PERFORM 1110-FIN-PROG
           END-IF
           .

      *ASIENTO DEL JOURNAL DE ENT2: LA BAJA ES UNA REESCRITURA; ANTES
      *TRAE EL REGISTRO TAL COMO ESTABA (LA MISMA IMAGEN QUE SE
      *ARCHIVO) Y DESPUES EL REGISTRO YA MARCADO
       2148-GRABA-JOURNAL.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD
           ACCEPT JRN-HORA FROM TIME
           MOVE DEC-APROBADOR TO JRN-APROBADOR
           MOVE 'EJR2D214' TO JRN-PROGRAMA
           MOVE 'R' TO JRN-OPERACION
           MOVE REG-EMP2 TO JRN-DESPUES
           WRITE REG-JRN FROM WSS-JOURNAL
           IF WFS-JRN EQUAL '00'
              CONTINUE
           DISPLAY 'BAJAS APLICADAS A ENT2   : 'WAC-APLICADAS
           DISPLAY 'BAJAS RECHAZADAS         : 'WAC-RECHAZADAS
           DISPLAY 'YA NO EXISTEN EN ENT2    : 'WAC-NO-EXISTEN
           DISPLAY 'YA DADAS DE BAJA EN ENT2 : 'WAC-YA-BAJA
           DISPLAY 'BAJAS SIN DECISION       : 'WAC-SIN-DECISION
           DISPLAY 'DECISIONES NO AUTORIZADAS: 'WAC-NO-AUTORIZADAS
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
                 FILE-ARCH
                 FILE-JRN
                 FILE-REPAPL
           IF WSW-SIN-APROBADORES NOT EQUAL 'S'
               CLOSE FILE-APROB
           END-IF
           .
