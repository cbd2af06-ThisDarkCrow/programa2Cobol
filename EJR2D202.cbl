      *                    HISTORIA); FILE-CTRL SIGUE GUARDANDO SOLO LA
      *                    ULTIMA CORRIDA, PERO EL HISTORICO PERMITE
      *                    COMPARAR CORRIDA CONTRA CORRIDA (EJR2D210).
      * 15/10/2026 R2D2 - EL ASIENTO DEL JOURNAL CRECE A 237: AL FINAL
      *                    LLEVA EL APROBADOR DE LA DECISION QUE
      *                    ORIGINO LA OPERACION (EJR2D204/EJR2D214/
      *                    EJR2D216); AQUI VA EN BLANCO PORQUE LA
      *                    OPERACION NO NACE DE UNA DECISION.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 (PATERNO, MATERNO, CURP,
      *                    PUESTO, FECHA DE INGRESO, ESTATUS Y FECHA DE
      *                    BAJA) Y EL JOURNAL A 433. UN REGISTRO CON
      *                    ESTATUS 'B' (BAJA) YA NO CASA NI SE REPORTA
      *                    COMO POSIBLE BAJA; AL CASAR SE COMPLETAN LOS
      *                    CAMPOS NUEVOS QUE VENGAN EN BLANCO CON LOS DE
      *                    ENT1 (2117-COMPLETA-ENT2) Y EL PUESTO ENTRA A
      *                    LA DETECCION DE CAMBIOS (FILE-CAMBIOS A 186).
      *                    LOS REGISTROS DADOS DE BAJA NO ENTRAN A LA
      *                    CIFRA DE ENT2 Y SE MUESTRAN APARTE.
      * 15/10/2026 R2D2 - SI EL ENT1 NO CASA POR SU LLAVE SE BUSCA EN
      *                    LAS EQUIVALENCIAS DE REINGRESO (REINGNUM.DAT,
      *                    EJR2D204): UN EMPLEADO REINGRESADO BAJO SU
      *                    NUMERO ANTERIOR CASA AUNQUE EL SISTEMA FUENTE
      *                    LO MANDE CON EL NUMERO NUEVO (1310-BUSCA-
      *                    EQUIVALENCIA). LA DISCREPANCIA SE GRABA CON
      *                    LA LLAVE DE ENT2 PARA QUE EJR2D216 LA APLIQUE
      *                    AL REGISTRO CORRECTO.
      ******************************************************************

      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDITORIA.

      *EQUIVALENCIAS DE REINGRESO (EJR2D204): NUMERO NUEVO + RFC ->
      *NUMERO ANTERIOR CON QUE EL EMPLEADO QUEDO EN ENT2; AQUI SOLO
      *SE LEE
       SELECT FILE-REINGNUM
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/reingnum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQV-LLAVE SOURCE IS EQV-NUM-NUEVO EQV-RFC
           FILE STATUS IS WFS-REINGNUM.


      ******************************************************************
      *                         DATA DIVISION                          *
      *MARCA DE CASADO, SE REESCRIBE AL LOCALIZAR LA CONTRAPARTE EN
      *ENT1; LAS LINEAS DE CARGA MAS ANGOSTAS QUEDAN CON ESPACIO AQUI
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
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
       01 REG-JRN PIC X(433).

       FD  FILE-CAMBIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAMBIOS.
       01 REG-CAMBIOS PIC X(186).

       FD  FILE-AUDITORIA
           RECORDING MODE IS F
           DATA RECORD IS REG-AUDITORIA.
       01 REG-AUDITORIA PIC X(37).

       FD  FILE-REINGNUM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REINGNUM.
       01 REG-REINGNUM.
           05 EQV-NUM-NUEVO       PIC X(08).
           05 EQV-RFC             PIC X(13).
           05 EQV-NUM-ANTERIOR    PIC X(08).
           05 EQV-FECHA           PIC 9(08).

       WORKING-STORAGE SECTION.
      *RUTAS DE LOS ARCHIVOS PRINCIPALES; LOS VALORES POR DEFECTO SON
      *LOS MISMOS DE SIEMPRE Y SE USAN SI NO HAY VARIABLE DE AMBIENTE
           05 JRN-HORA            PIC 9(08).
           05 JRN-PROGRAMA        PIC X(08).
           05 JRN-OPERACION       PIC X(01).
           05 JRN-ANTES           PIC X(200).
           05 JRN-DESPUES         PIC X(200).
           05 JRN-APROBADOR       PIC X(08).

      *DISCREPANCIA DETECTADA ENTRE UN ENT1 Y SU CONTRAPARTE CASADA
      *DE ENT2: LLAVE, BANDERAS DE QUE CAMPO DIFIERE ('S' DONDE
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

       01 WSS-FILE-STATUS.
           05 WFS-ENT1            PIC X(2).
           05 WFS-CAMBIOS         PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WFS-CATDP           PIC X(2).
           05 WFS-REINGNUM        PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-ENT1 PIC 9(6) VALUE ZEROES.
           05 WAC-SUSPENSO PIC 9(6) VALUE ZEROES.
           05 WAC-DUPLICADOS PIC 9(6) VALUE ZEROES.
           05 WAC-CAMBIOS-ENT2 PIC 9(6) VALUE ZEROES.
           05 WAC-ENT2-BAJA PIC 9(6) VALUE ZEROES.
           05 WAC-CASADOS-REING PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-ENT1 PIC X(2) VALUE SPACE.
           05 WSW-CKPT-REG-OK PIC X(1) VALUE SPACE.
           05 WSW-SIN-CATALOGO PIC X(1) VALUE SPACE.
           05 WSW-CDP-VALIDO PIC X(1) VALUE SPACE.
           05 WSW-SIN-REINGNUM PIC X(1) VALUE SPACE.

       01 WSS-SUSPENSO.
           05 SUSP-EMPLEADO        PIC X(179).
               MOVE '00' TO WFS-CATDP
           END-IF

      *SIN EQUIVALENCIAS DE REINGRESO SOLO SE CASA POR LLAVE
           OPEN INPUT FILE-REINGNUM
           IF WFS-REINGNUM EQUAL '35'
               MOVE 'S' TO WSW-SIN-REINGNUM
               MOVE '00' TO WFS-REINGNUM
           END-IF

      *EN REINICIO, LOS ARCHIVOS DE SALIDA/EXCEPCIONES SE ABREN EXTEND
      *PARA CONSERVAR LO YA GRABADO ANTES DEL CORTE; SI NO HAY REINICIO
      *SE ABREN OUTPUT COMO UNA CORRIDA NUEVA.
              WFS-CAMBIOS EQUAL '00' AND
              WFS-JRN EQUAL '00' AND
              WFS-CATDP EQUAL '00' AND
              WFS-REINGNUM EQUAL '00' AND
              WFS-CKPT EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-CAMBIOS: 'WFS-CAMBIOS
               DISPLAY 'WFS-JRN: 'WFS-JRN
               DISPLAY 'WFS-CATDP: 'WFS-CATDP
               DISPLAY 'WFS-REINGNUM: 'WFS-REINGNUM
               DISPLAY 'WFS-CKPT: 'WFS-CKPT
               PERFORM 1110-FIN-PROG
           END-IF
      *SI DOS REGISTROS DE ENT1 LLEGARAN A COMPARTIR LA MISMA LLAVE, NO
      *SOLO PARA EL REINICIO (QUE YA NO VUELVE A TOCAR LLAVES CASADAS
      *PORQUE 2130-GRABA-CHECKPOINT SE GRABA JUSTO DESPUES DE CADA CASE).
      *UNA LLAVE CON ENT2-ESTATUS = 'B' (DADA DE BAJA) TAMPOCO CUENTA:
      *EL ENT1 SE VA A ALTAS PENDIENTES Y, SI SE APRUEBA, EJR2D204
      *REACTIVA EL REGISTRO.
       1300-BUSCA-ENT2.
           MOVE LLAVE-ENT1-EMPLEADO TO ENT2-NUM-EMPLEADO
           MOVE LLAVE-ENT1-RFC TO ENT2-RFC
               INVALID KEY
                   MOVE SPACE TO WSW-ENT2-HALLADO
               NOT INVALID KEY
                   IF ENT2-CASADO EQUAL 'S' OR
                      ENT2-ESTATUS EQUAL 'B'
                       MOVE SPACE TO WSW-ENT2-HALLADO
                   ELSE
                       MOVE 'S' TO WSW-ENT2-HALLADO
                   END-IF
           END-READ
           IF WSW-ENT2-HALLADO NOT EQUAL 'S' AND
              WSW-SIN-REINGNUM NOT EQUAL 'S'
               PERFORM 1310-BUSCA-EQUIVALENCIA
           END-IF
           .

      *UN REINGRESO APROBADO CON ACCION 'I' EN EJR2D204 QUEDA EN ENT2
      *CON EL NUMERO ANTERIOR; SI LA LLAVE DEL ENT1 TIENE EQUIVALENCIA
      *SE BUSCA ENT2 CON ESE NUMERO Y EL MISMO RFC, CON LAS MISMAS
      *REGLAS DE CASADO Y ESTATUS
       1310-BUSCA-EQUIVALENCIA.
           MOVE LLAVE-ENT1-EMPLEADO TO EQV-NUM-NUEVO
           MOVE LLAVE-ENT1-RFC TO EQV-RFC
           READ FILE-REINGNUM
               KEY IS EQV-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EQV-NUM-ANTERIOR TO ENT2-NUM-EMPLEADO
                   MOVE LLAVE-ENT1-RFC TO ENT2-RFC
                   READ FILE-ENT2
                       KEY IS ENT2-LLAVE
                       INVALID KEY
                           MOVE SPACE TO WSW-ENT2-HALLADO
                       NOT INVALID KEY
                           IF ENT2-CASADO EQUAL 'S' OR
                              ENT2-ESTATUS EQUAL 'B'
                               MOVE SPACE TO WSW-ENT2-HALLADO
                           ELSE
                               MOVE 'S' TO WSW-ENT2-HALLADO
                               ADD 1 TO WAC-CASADOS-REING
                           END-IF
                   END-READ
           END-READ
           .

       2000-PROCESO.
       2115-MARCA-ENT2-CASADO.
           MOVE REG-EMP2 TO JRN-ANTES
           MOVE 'S' TO ENT2-CASADO
           PERFORM 2117-COMPLETA-ENT2
           REWRITE REG-EMP2
           IF WFS-ENT2 EQUAL '00'
              MOVE 'R' TO JRN-OPERACION
           END-IF
           .

      *LOS REGISTROS QUE VIENEN DEL LAYOUT ANTERIOR (CONVERTIDOS POR
      *EJR2D232) TRAEN PATERNO/MATERNO/CURP/PUESTO EN BLANCO; SE LLENAN
      *CON LO QUE TRAE EL ENT1 QUE LOS CASA Y VIAJAN EN LA MISMA
      *REESCRITURA DE LA MARCA. UN CAMPO QUE YA TIENE VALOR NO SE TOCA
      *AQUI: SI EL PUESTO CAMBIO LO DETECTA 2116 Y LO APLICA EJR2D216.
       2117-COMPLETA-ENT2.
           IF ENT2-PATERNO EQUAL SPACES
               MOVE ENT1-PATERNO TO ENT2-PATERNO
           END-IF
           IF ENT2-MATERNO EQUAL SPACES
               MOVE ENT1-MATERNO TO ENT2-MATERNO
           END-IF
           IF ENT2-CURP EQUAL SPACES
               MOVE ENT1-CURP TO ENT2-CURP
           END-IF
           IF ENT2-PUESTO EQUAL SPACES
               MOVE ENT1-PUESTO TO ENT2-PUESTO
           END-IF
           IF ENT2-ESTATUS EQUAL SPACE
               MOVE 'A' TO ENT2-ESTATUS
           END-IF
           .

      *ASIENTO DEL JOURNAL DE ENT2; JRN-OPERACION, JRN-ANTES Y
      *JRN-DESPUES YA VIENEN PUESTOS POR QUIEN HIZO LA OPERACION
       2118-GRABA-JOURNAL.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD
           ACCEPT JRN-HORA FROM TIME
           MOVE 'EJR2D202' TO JRN-PROGRAMA
           MOVE SPACES TO JRN-APROBADOR
           WRITE REG-JRN FROM WSS-JOURNAL
           IF WFS-JRN EQUAL '00'
              CONTINUE
           IF ENT1-DEPARTAMENTO NOT EQUAL ENT2-DEPARTAMENTO
               MOVE 'S' TO CAM-DEPARTAMENTO
           END-IF
           IF ENT1-PUESTO NOT EQUAL ENT2-PUESTO
               MOVE 'S' TO CAM-PUESTO
           END-IF
           IF CAM-BANDERAS NOT EQUAL SPACES
               MOVE ENT2-NUM-EMPLEADO TO CAM-NUM-EMPLEADO
               MOVE ENT2-RFC TO CAM-RFC
               MOVE ENT1-DIRECCION TO CAM1-DIRECCION
               MOVE ENT1-TELEFONO TO CAM1-TELEFONO
               MOVE ENT1-CP TO CAM1-CP
               MOVE ENT1-DEPARTAMENTO TO CAM1-DEPARTAMENTO
               MOVE ENT1-PUESTO TO CAM1-PUESTO
               MOVE ENT2-DIRECCION TO CAM2-DIRECCION
               MOVE ENT2-TELEFONO TO CAM2-TELEFONO
               MOVE ENT2-CP TO CAM2-CP
               MOVE ENT2-DEPARTAMENTO TO CAM2-DEPARTAMENTO
               MOVE ENT2-PUESTO TO CAM2-PUESTO
               WRITE REG-CAMBIOS FROM WSS-CAMBIO
               ADD 1 TO WAC-CAMBIOS-ENT2
               IF WFS-CAMBIOS EQUAL '00'
      *AL TERMINAR ENT1, SE RECORRE ENT2 COMPLETO (YA NO EN LLAVE SINO
      *EN SECUENCIA FISICA) PARA CONTAR EL TOTAL DE REGISTROS Y MANDAR
      *A POSIBLES BAJAS LOS QUE SE QUEDARON SIN LA MARCA ENT2-CASADO.
      *LOS QUE YA ESTAN DADOS DE BAJA (ENT2-ESTATUS = 'B') SE CUENTAN
      *APARTE Y NO VUELVEN A SALIR COMO POSIBLE BAJA; WAC-ENT2 SIGUE
      *SIENDO LA PLANTILLA VIVA, COMO CUANDO LA BAJA BORRABA.
       2700-BARRE-ENT2-SIN-CASAR.
           MOVE SPACE TO WSW-ENT2
           MOVE LOW-VALUES TO ENT2-NUM-EMPLEADO ENT2-RFC
       2710-LEE-SIG-ENT2.
           READ FILE-ENT2 NEXT RECORD
           IF WFS-ENT2 = '00'
               IF ENT2-ESTATUS EQUAL 'B'
                   ADD 1 TO WAC-ENT2-BAJA
               ELSE
                   ADD 1 TO WAC-ENT2
                   IF ENT2-CASADO NOT EQUAL 'S'
                       PERFORM 2150-GRABA-BAJA
                   END-IF
               END-IF
           ELSE
               IF WFS-ENT2 = '10'
           IF WSW-SIN-CATALOGO NOT EQUAL 'S'
               CLOSE FILE-CATDP
           END-IF
           IF WSW-SIN-REINGNUM NOT EQUAL 'S'
               CLOSE FILE-REINGNUM
           END-IF
           .

       3200-CIFRAS-CTRL.
           DISPLAY 'LEIDOS ENTRADA 1 : 'WAC-ENT1
           DISPLAY 'LEIDOS ENTRADA 2 : 'WAC-ENT2
           DISPLAY '  DADOS DE BAJA  : 'WAC-ENT2-BAJA
           DISPLAY 'GRABADOS SALIDA 1: 'WAC-SAL1
           DISPLAY 'ALTAS PENDIENTES : 'WAC-ALTAS
           DISPLAY 'POSIBLES BAJAS   : 'WAC-BAJAS
           DISPLAY 'EN SUSPENSO      : 'WAC-SUSPENSO
           DISPLAY 'CAMBIOS DETECTADOS: 'WAC-CAMBIOS-ENT2
           DISPLAY 'CASADOS POR REINGR: 'WAC-CASADOS-REING
           PERFORM 3205-VALIDA-CIFRAS-ESPERADAS.
           PERFORM 3210-GRABA-CIFRAS-CTRL.
           PERFORM 3220-GRABA-HISTORIA.
