      *                    (CON DUPLICADOS) QUE AHORA LLEVA EL ARCHIVO
      *                    INDEXADO, PARA PODER LOCALIZAR POR RFC
      *                    (VER EJR2D222).
      * 15/10/2026 R2D2 - CADA DECISION TRAE QUIEN LA CAPTURO, QUIEN LA
      *                    APROBO Y LA FECHA DE APROBACION. EL
      *                    APROBADOR SE VALIDA CONTRA APROBADORES.DAT
      *                    (EJR2D225): DEBE ESTAR ACTIVO, AUTORIZADO
      *                    PARA ALTAS Y VIGENTE A LA FECHA DE LA
      *                    DECISION, Y NO PUEDE SER EL MISMO QUE LA
      *                    CAPTURO (2105-VALIDA-APROBADOR). EL
      *                    APROBADOR VIAJA EN EL ASIENTO DEL JOURNAL.
      * 15/10/2026 R2D2 - ANTES DE GRABAR EN ENT2 SE BUSCA EL RFC DEL
      *                    ALTA EN EL ARCHIVO DE BAJAS BAJASARCH.DAT
      *                    (EJR2D214); SI APARECE SE REPORTA COMO
      *                    PROBABLE REINGRESO CON EL NUMERO ANTERIOR,
      *                    LA FECHA DE BAJA Y EL DEPARTAMENTO ANTERIOR
      *                    (2130-BUSCA-REINGRESO). EL OPERADOR DECIDE
      *                    CON ACCION 'I' (REINGRESO BAJO EL NUMERO
      *                    ANTERIOR; EL SISTEMA FUENTE DEBE REACTIVAR
      *                    ESE MISMO NUMERO PARA QUE EJR2D202 LO CASE)
      *                    O 'A' (ALTA CON NUMERO NUEVO). ALTASHIS.DAT
      *                    CRECE A 61 POSICIONES: TIPO DE ALTA ('N'
      *                    NUEVA, 'R' REINGRESO CON NUMERO ANTERIOR,
      *                    'C' REINGRESO CON NUMERO NUEVO) Y NUMERO DE
      *                    LA BAJA ARCHIVADA.
      * 15/10/2026 R2D2 - CADA ALTA SE COMPARA CONTRA LA PLANTILLA
      *                    AUTORIZADA DE SU DEPARTAMENTO + PUESTO EN
      *                    PLAZAS.DAT (EJR2D229). LA OCUPACION VIGENTE
      *                    SE CUENTA AL INICIO DESDE SAL1 EN UN
      *                    ARCHIVO DE TRABAJO INDEXADO (1170-CARGA-
      *                    OCUPACION) Y CRECE CON CADA ALTA APLICADA EN
      *                    LA CORRIDA; SI EL ALTA REBASARIA LO
      *                    AUTORIZADO (O LA COMBINACION NO TIENE
      *                    PLAZAS) SE AGREGA UNA LINEA 'EXCEDE PLAZAS'
      *                    DEBAJO DEL RESULTADO PARA EL APROBADOR. ES
      *                    SOLO AVISO: NO DETIENE EL ALTA. SIN
      *                    PLAZAS.DAT NO SE VERIFICA NADA.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 Y EL JOURNAL A 433; EL
      *                    ALTA LLENA PATERNO, MATERNO, CURP Y PUESTO
      *                    DESDE ENT1, FECHA DE INGRESO = HOY Y ESTATUS
      *                    'A'. COMO EJR2D214 YA NO BORRA SINO QUE MARCA
      *                    ESTATUS 'B', UNA LLAVE QUE YA EXISTE DADA DE
      *                    BAJA SE REACTIVA CON LOS DATOS DEL ALTA
      *                    (2122-REACTIVA-ENT2, ASIENTO 'R'); SOLO UNA
      *                    LLAVE ACTIVA SE REPORTA COMO 'YA EXISTE'.
      *                    BAJASARCH.DAT CRECE A 216.
      * 15/10/2026 R2D2 - LAS BAJAS ARCHIVADAS SE CARGAN UNA SOLA VEZ,
      *                    AL ABRIR, EN UN ARCHIVO DE TRABAJO INDEXADO
      *                    POR RFC CON LA BAJA MAS RECIENTE (1120-CARGA-
      *                    BAJAS); 2130-BUSCA-REINGRESO YA NO RECORRE
      *                    BAJASARCH.DAT POR CADA ALTA, LEE POR LLAVE.
      *                    UN REINGRESO 'I' GRABA LA EQUIVALENCIA
      *                    NUMERO NUEVO + RFC -> NUMERO ANTERIOR EN
      *                    REINGNUM.DAT (2126-GRABA-EQUIVALENCIA) PARA
      *                    QUE EJR2D202 CASE EL ENT1 CON EL NUMERO
      *                    NUEVO CONTRA EL REGISTRO REACTIVADO; EL
      *                    SISTEMA FUENTE YA NO TIENE QUE REACTIVAR EL
      *                    NUMERO ANTERIOR. LA PLANTILLA SOLO SE
      *                    VERIFICA PARA EL ALTA QUE REALMENTE ENTRA A
      *                    ENT2.
      * 15/10/2026 R2D2 - LA PLANTILLA SE VERIFICA PARA TODA ALTA, CON
      *                    O SIN DECISION, RECHAZADA O NO AUTORIZADA,
      *                    PARA QUE EL APROBADOR VEA 'EXCEDE PLAZAS'
      *                    ANTES DE DECIDIR; SOLO EL ALTA QUE ENTRA A
      *                    ENT2 SE SUMA A LA OCUPACION.
      ******************************************************************

      ******************************************************************
           FILE STATUS IS WFS-ALTAS.

      *DECISIONES DEL OPERADOR: LLAVE NUM-EMPLEADO+RFC Y ACCION
      *('A' = APROBADA, 'I' = APROBADA COMO REINGRESO BAJO EL NUMERO
      *ANTERIOR, 'R' = RECHAZADA), CON APROBADOR, FECHA DE APROBACION
      *Y CAPTURISTA
       SELECT FILE-DECIDE
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/aprobalta.dat"
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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRN.

      *BAJAS ARCHIVADAS POR EJR2D214 (FECHA/HORA + IMAGEN DE ENT2);
      *AQUI SOLO SE LEE PARA DETECTAR REINGRESOS POR RFC
       SELECT FILE-BAJARCH
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/bajasarch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-BAJARCH.

      *ARCHIVO DE TRABAJO: ULTIMA BAJA ARCHIVADA POR RFC, SE RECREA
      *EN CADA CORRIDA
       SELECT FILE-BAJRFC
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/bajasrfc.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BJR-RFC
           FILE STATUS IS WFS-BAJRFC.

      *EQUIVALENCIAS DE REINGRESO: NUMERO CON QUE EL SISTEMA FUENTE
      *MANDA AL EMPLEADO + RFC -> NUMERO ANTERIOR CON QUE QUEDO EN
      *ENT2; ACUMULA ENTRE CORRIDAS Y LO LEE EJR2D202 PARA CASAR
       SELECT FILE-REINGNUM
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/reingnum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQV-LLAVE SOURCE IS EQV-NUM-NUEVO EQV-RFC
           FILE STATUS IS WFS-REINGNUM.

      *SALIDA DE EJR2D202 - MISMA RUTA Y MISMA VARIABLE DE AMBIENTE
      *(EJR2D202-SAL1); AQUI SOLO SE LEE PARA CONTAR LA PLANTILLA
      *VIGENTE POR DEPARTAMENTO + PUESTO
       SELECT FILE-SAL1
           ASSIGN DYNAMIC WSS-RUTA-SAL1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-SAL1.

      *PLANTILLA AUTORIZADA (EJR2D229); AQUI SOLO SE LEE
       SELECT FILE-PLAZA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/plazas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-LLAVE SOURCE IS PLZ-DEPARTAMENTO
                                             PLZ-PUESTO
           FILE STATUS IS WFS-PLAZA.

      *ARCHIVO DE TRABAJO: OCUPACION POR DEPARTAMENTO + PUESTO, SE
      *RECREA EN CADA CORRIDA
       SELECT FILE-OCUPA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/plzocupa.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCP-LLAVE SOURCE IS OCP-DEPARTAMENTO
                                             OCP-PUESTO
           FILE STATUS IS WFS-OCUPA.

      *HISTORICO DE ALTAS APLICADAS: UNA LINEA POR ALTA, CON FECHA,
      *HORA Y DEPARTAMENTO, PARA EL ESTADO DE MOVIMIENTOS MENSUAL
      *(EJR2D220)
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
      *MARCA DE CASADO QUE ADMINISTRA EJR2D202; LAS ALTAS NUEVAS
      *SIEMPRE ENTRAN SIN CASAR
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

       FD  FILE-BAJARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BAJARCH.
       01 REG-BAJARCH PIC X(216).

       FD  FILE-BAJRFC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BAJRFC.
       01 REG-BAJRFC.
           05 BJR-RFC             PIC X(13).
           05 BJR-NUM-EMPLEADO    PIC X(08).
           05 BJR-FECHA           PIC 9(08).
           05 BJR-DEPARTAMENTO    PIC X(15).

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

       FD  FILE-SAL1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SAL1.
       01 REG-SAL1 PIC X(148).

       FD  FILE-PLAZA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PLAZA.
       01 REG-PLAZA.
           05 PLZ-DEPARTAMENTO    PIC X(15).
           05 PLZ-PUESTO          PIC X(20).
           05 PLZ-AUTORIZADAS     PIC 9(05).
           05 PLZ-ESTADO          PIC X(01).
           05 PLZ-FECHA           PIC 9(08).

       FD  FILE-OCUPA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-OCUPA.
       01 REG-OCUPA.
           05 OCP-DEPARTAMENTO    PIC X(15).
           05 OCP-PUESTO          PIC X(20).
           05 OCP-OCUPADAS        PIC 9(06).

       FD  FILE-ALTAHIS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ALTAHIS.
       01 REG-ALTAHIS PIC X(61).

       FD  FILE-REPAPL
           RECORDING MODE IS F
       01 WSS-RUTAS.
           05 WSS-RUTA-ENT2 PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datosemp2.dat'.
           05 WSS-RUTA-SAL1 PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/datossal1.dat'.
           05 WSS-RUTA-ENV  PIC X(100) VALUE SPACE.

       01 WSS-ENT1-EMP1.
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

      *HISTORICO DE ALTAS APLICADAS: FECHA/HORA DE LA CORRIDA MAS LA
      *LLAVE CON QUE ENTRO A ENT2 Y EL DEPARTAMENTO, EL TIPO DE ALTA
      *('N' NUEVA, 'R' REINGRESO CON NUMERO ANTERIOR, 'C' REINGRESO
      *CON NUMERO NUEVO) Y, EN UN REINGRESO, EL NUMERO DE LA BAJA
       01 WSS-ALTAHIS.
           05 AHI-FECHA           PIC 9(08).
           05 AHI-HORA            PIC 9(08).
           05 AHI-EMPLEADO        PIC X(08).
           05 AHI-RFC             PIC X(13).
           05 AHI-DEPARTAMENTO    PIC X(15).
           05 AHI-TIPO            PIC X(01).
           05 AHI-NUM-ANTERIOR    PIC X(08).

      *BAJA ARCHIVADA POR EJR2D214: FECHA/HORA DE LA BAJA E IMAGEN
      *DEL REGISTRO DE ENT2 QUE SE BORRO
       01 WSS-ARCHIVO.
           05 ARCH-FECHA          PIC 9(08).
           05 ARCH-HORA           PIC 9(08).
           05 ARCH-EMPLEADO.
               10 ARCH-RFC            PIC X(13).
               10 ARCH-NOMBRE         PIC X(20).
               10 ARCH-CP             PIC 9(05).
               10 ARCH-DIRECCION      PIC X(30).
               10 ARCH-DEPARTAMENTO   PIC X(15).
               10 ARCH-TELEFONO       PIC 9(10).
               10 ARCH-NUM-EMPLEADO   PIC X(08).
               10 ARCH-CASADO         PIC X(01).
               10 ARCH-PATERNO        PIC X(20).
               10 ARCH-MATERNO        PIC X(20).
               10 ARCH-CURP           PIC X(18).
               10 ARCH-PUESTO         PIC X(20).
               10 ARCH-FECHA-INGRESO  PIC 9(08).
               10 ARCH-ESTATUS        PIC X(01).
               10 ARCH-FECHA-BAJA     PIC 9(08).
               10 FILLER              PIC X(03).

      *ULTIMA BAJA ARCHIVADA CON EL RFC DEL ALTA EN TURNO (LA MAS
      *RECIENTE, PORQUE EL ARCHIVO SOLO CRECE POR EL FINAL) Y NUMERO
      *CON QUE EL ALTA ENTRA A ENT2
       01 WSS-REINGRESO.
           05 REI-NUM-ANTERIOR    PIC X(08).
           05 REI-FECHA-BAJA      PIC 9(08).
           05 REI-DEPARTAMENTO    PIC X(15).
           05 REI-NUM-ALTA        PIC X(08).
           05 REI-TIPO            PIC X(01).

       01 WSS-SAL1.
           05 SAL1-NUM-EMPLEADO   PIC X(08).
           05 SAL1-NOMBRE         PIC X(20).
           05 SAL1-PATERNO        PIC X(20).
           05 SAL1-MATERNO        PIC X(20).
           05 SAL1-TELEFONO       PIC 9(10).
           05 SAL1-DIRECCION      PIC X(30).
           05 SAL1-DEPARTAMENTO   PIC X(15).
           05 SAL1-PUESTO         PIC X(20).
           05 SAL1-CP             PIC 9(05).

      *PLAZAS AUTORIZADAS Y OCUPACION VIGENTE DE LA COMBINACION DEL
      *ALTA EN TURNO
       01 WSS-PLANTILLA.
           05 PLA-AUTORIZADAS     PIC 9(06).
           05 PLA-OCUPADAS        PIC 9(06).
           05 PLA-MOTIVO          PIC X(20).

       01 WSS-FILE-STATUS.
           05 WFS-ALTAS           PIC X(2).
           05 WFS-DECIDE          PIC X(2).
           05 WFS-APROB           PIC X(2).
           05 WFS-ENT2            PIC X(2).
           05 WFS-BAJARCH         PIC X(2).
           05 WFS-BAJRFC          PIC X(2).
           05 WFS-REINGNUM        PIC X(2).
           05 WFS-SAL1            PIC X(2).
           05 WFS-PLAZA           PIC X(2).
           05 WFS-OCUPA           PIC X(2).
           05 WFS-ALTAHIS         PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WFS-REPAPL          PIC X(2).
           05 WAC-RECHAZADAS PIC 9(6) VALUE ZEROES.
           05 WAC-EXISTENTES PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-DECISION PIC 9(6) VALUE ZEROES.
           05 WAC-NO-AUTORIZADAS PIC 9(6) VALUE ZEROES.
           05 WAC-PROBABLES PIC 9(6) VALUE ZEROES.
           05 WAC-REINGRESOS PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-ANTECEDENTE PIC 9(6) VALUE ZEROES.
           05 WAC-SAL1-LEIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-EXCEDEN PIC 9(6) VALUE ZEROES.
           05 WAC-REACTIVADAS PIC 9(6) VALUE ZEROES.
           05 WAC-BAJAS-ARCH PIC 9(6) VALUE ZEROES.
           05 WAC-EQUIVALENCIAS PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-ALTAS PIC X(1) VALUE SPACE.
           05 WSW-DECIDE PIC X(1) VALUE SPACE.
           05 WSW-DEC-HALLADA PIC X(1) VALUE SPACE.
           05 WSW-APR-VALIDO PIC X(1) VALUE SPACE.
           05 WSW-SIN-APROBADORES PIC X(1) VALUE SPACE.
           05 WSW-BAJARCH PIC X(1) VALUE SPACE.
           05 WSW-SIN-BAJARCH PIC X(1) VALUE SPACE.
           05 WSW-REINGRESO PIC X(1) VALUE SPACE.
           05 WSW-SAL1 PIC X(1) VALUE SPACE.
           05 WSW-SIN-PLAZAS PIC X(1) VALUE SPACE.
           05 WSW-EXCEDE PIC X(1) VALUE SPACE.

       01 WSS-PARAMETROS.
           05 WSS-FECHA-HOY        PIC 9(08) VALUE ZEROES.

      *IMAGEN DEL ALTA MIENTRAS SE LEE EL REGISTRO QUE YA TENIA LA
      *LLAVE (2122-REACTIVA-ENT2)
       01 WSS-EMP2-ALTA            PIC X(200).

       01 WSS-TABLA-DECISIONES.
           05 TBL-DEC-CANT         PIC 9(4) VALUE ZEROES.
               10 TBL-DEC-NUM        PIC X(08).
               10 TBL-DEC-RFC        PIC X(13).
               10 TBL-DEC-ACCION     PIC X(01).
               10 TBL-DEC-APROBADOR  PIC X(08).
               10 TBL-DEC-FECHA      PIC X(08).
               10 TBL-DEC-CAPTURISTA PIC X(08).

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D204  '.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-RESULTADO         PIC X(12).

       01 WSS-LIN-REING.
           05 FILLER                PIC X(31) VALUE
              '  PROBABLE REINGRESO - NUM ANT '.
           05 REIN-NUM-ANTERIOR     PIC X(08).
           05 FILLER                PIC X(06) VALUE ' BAJA '.
           05 REIN-FECHA-BAJA       PIC 9(08).
           05 FILLER                PIC X(07) VALUE ' DEPTO '.
           05 REIN-DEPARTAMENTO     PIC X(15).

       01 WSS-LIN-EXCEDE.
           05 FILLER                PIC X(24) VALUE
              '  EXCEDE PLAZAS - AUT.  '.
           05 EXC-AUTORIZADAS       PIC ZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE ' OCUPADAS '.
           05 EXC-OCUPADAS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 EXC-MOTIVO            PIC X(20).


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
           PERFORM 1105-VERIFICA-RUTA.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1150-CARGA-DECISIONES.
           PERFORM 1170-CARGA-OCUPACION.
           PERFORM 1200-LEE-ALTA.

      *MISMA VARIABLE DE AMBIENTE (EJR2D202-ENT2) QUE USA EJR2D202
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-ENT2
           END-IF
           MOVE SPACE TO WSS-RUTA-ENV
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D202-SAL1"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-SAL1
           END-IF
           .

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-ALTAS
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

      *SIN ARCHIVO DE BAJAS NO HAY REINGRESOS QUE DETECTAR; SI
      *EXISTE SE CARGA AL FINAL DE ESTE PARRAFO AL ARCHIVO DE TRABAJO
      *POR RFC (QUE SE CREA VACIO Y SE REABRE I-O) Y SE CIERRA
           OPEN INPUT FILE-BAJARCH
           IF WFS-BAJARCH EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE BAJAS, NO SE BUSCAN REINGRESOS'
               MOVE 'S' TO WSW-SIN-BAJARCH
               MOVE '00' TO WFS-BAJARCH
               MOVE '00' TO WFS-BAJRFC
           ELSE
               OPEN OUTPUT FILE-BAJRFC
               CLOSE FILE-BAJRFC
               OPEN I-O FILE-BAJRFC
           END-IF

      *LAS EQUIVALENCIAS DE REINGRESO ACUMULAN ENTRE CORRIDAS; LA
      *PRIMERA VEZ NO EXISTEN Y SE CREAN VACIAS
           OPEN I-O FILE-REINGNUM
           IF WFS-REINGNUM EQUAL '35'
               OPEN OUTPUT FILE-REINGNUM
               CLOSE FILE-REINGNUM
               OPEN I-O FILE-REINGNUM
           END-IF

      *SIN PLANTILLA AUTORIZADA NO HAY CONTRA QUE COMPARAR: NO SE
      *CUENTA LA OCUPACION NI SE VERIFICAN LAS ALTAS
           OPEN INPUT FILE-PLAZA
           IF WFS-PLAZA EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE PLAZAS, NO SE VERIFICA PLANTILLA'
               MOVE 'S' TO WSW-SIN-PLAZAS
               MOVE '00' TO WFS-PLAZA
           END-IF

      *FILE-ENT2 SE ABRE I-O: SE GRABAN LAS ALTAS APROBADAS POR LLAVE
      *SOBRE EL ARCHIVO YA CARGADO
           OPEN I-O FILE-ENT2

           IF WFS-ALTAS EQUAL '00' AND
              WFS-DECIDE EQUAL '00' AND
              WFS-APROB EQUAL '00' AND
              WFS-BAJARCH EQUAL '00' AND
              WFS-BAJRFC EQUAL '00' AND
              WFS-REINGNUM EQUAL '00' AND
              WFS-PLAZA EQUAL '00' AND
              WFS-ENT2 EQUAL '00' AND
              WFS-ALTAHIS EQUAL '00' AND
              WFS-JRN EQUAL '00' AND
           ELSE
               DISPLAY 'WFS-ALTAS: 'WFS-ALTAS
               DISPLAY 'WFS-DECIDE: 'WFS-DECIDE
               DISPLAY 'WFS-APROB: 'WFS-APROB
               DISPLAY 'WFS-BAJARCH: 'WFS-BAJARCH
               DISPLAY 'WFS-BAJRFC: 'WFS-BAJRFC
               DISPLAY 'WFS-REINGNUM: 'WFS-REINGNUM
               DISPLAY 'WFS-PLAZA: 'WFS-PLAZA
               DISPLAY 'WFS-ENT2: 'WFS-ENT2
               DISPLAY 'WFS-ALTAHIS: 'WFS-ALTAHIS
               DISPLAY 'WFS-JRN: 'WFS-JRN
               DISPLAY 'WFS-REPAPL: 'WFS-REPAPL
               PERFORM 1110-FIN-PROG
           END-IF
           IF WSW-SIN-BAJARCH NOT EQUAL 'S'
               PERFORM 1120-CARGA-BAJAS
                   UNTIL WSW-BAJARCH EQUAL 's'
               CLOSE FILE-BAJARCH
           END-IF

           WRITE REG-REPAPL FROM WSS-LIN-ENC1
           WRITE REG-REPAPL FROM WSS-LIN-ENC2
       1110-FIN-PROG.
           STOP RUN.

      *BAJASARCH.DAT SOLO CRECE POR EL FINAL, ASI QUE UNA BAJA
      *POSTERIOR DEL MISMO RFC REEMPLAZA A LA QUE YA ESTABA (UN
      *EMPLEADO PUDO SALIR Y VOLVER MAS DE UNA VEZ)
       1120-CARGA-BAJAS.
           READ FILE-BAJARCH INTO WSS-ARCHIVO
           IF WFS-BAJARCH = '00'
               ADD 1 TO WAC-BAJAS-ARCH
               MOVE ARCH-RFC TO BJR-RFC
               MOVE ARCH-NUM-EMPLEADO TO BJR-NUM-EMPLEADO
               MOVE ARCH-FECHA TO BJR-FECHA
               MOVE ARCH-DEPARTAMENTO TO BJR-DEPARTAMENTO
               WRITE REG-BAJRFC
                   INVALID KEY
                       REWRITE REG-BAJRFC
               END-WRITE
               IF WFS-BAJRFC EQUAL '00'
                  CONTINUE
               ELSE
                  DISPLAY 'ERROR DE GRABACION BAJAS POR RFC: '
                          WFS-BAJRFC
                  PERFORM 1110-FIN-PROG
               END-IF
           ELSE
               IF WFS-BAJARCH = '10'
                   MOVE 's' TO WSW-BAJARCH
               ELSE
                   DISPLAY 'ERROR DE LECTURA BAJASARCH: 'WFS-BAJARCH
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

      *CARGA TODAS LAS DECISIONES DEL OPERADOR A LA TABLA EN MEMORIA;
      *EL ARCHIVO DE DECISIONES SE CIERRA AQUI MISMO PORQUE YA NO SE
      *VUELVE A TOCAR
               MOVE DEC-NUM-EMPLEADO TO TBL-DEC-NUM (TBL-DEC-IDX)
               MOVE DEC-RFC TO TBL-DEC-RFC (TBL-DEC-IDX)
               MOVE DEC-ACCION TO TBL-DEC-ACCION (TBL-DEC-IDX)
               MOVE DEC-APROBADOR TO TBL-DEC-APROBADOR (TBL-DEC-IDX)
               MOVE DEC-FECHA TO TBL-DEC-FECHA (TBL-DEC-IDX)
               MOVE DEC-CAPTURISTA TO TBL-DEC-CAPTURISTA (TBL-DEC-IDX)
           ELSE
               IF WFS-DECIDE = '10'
                   MOVE 's' TO WSW-DECIDE
           END-IF
           .

      *CUENTA LA PLANTILLA VIGENTE (SAL1) POR DEPARTAMENTO + PUESTO EN
      *EL ARCHIVO DE TRABAJO INDEXADO, QUE SE RECREA VACIO EN CADA
      *CORRIDA; SIN LIMITE DE COMBINACIONES
       1170-CARGA-OCUPACION.
           IF WSW-SIN-PLAZAS NOT EQUAL 'S'
               OPEN OUTPUT FILE-OCUPA
               CLOSE FILE-OCUPA
               OPEN I-O FILE-OCUPA
               OPEN INPUT FILE-SAL1
               IF WFS-OCUPA EQUAL '00' AND
                  WFS-SAL1 EQUAL '00'
                  CONTINUE
               ELSE
                   DISPLAY 'WFS-OCUPA: 'WFS-OCUPA
                   DISPLAY 'WFS-SAL1: 'WFS-SAL1
                   PERFORM 1110-FIN-PROG
               END-IF
               PERFORM 1175-LEE-SAL1
                   UNTIL WSW-SAL1 EQUAL 's'
               CLOSE FILE-SAL1
           END-IF
           .

       1175-LEE-SAL1.
           READ FILE-SAL1 INTO WSS-SAL1
           IF WFS-SAL1 = '00'
               ADD 1 TO WAC-SAL1-LEIDOS
               MOVE SAL1-DEPARTAMENTO TO OCP-DEPARTAMENTO
               MOVE SAL1-PUESTO TO OCP-PUESTO
               PERFORM 1180-SUMA-OCUPACION
           ELSE
               IF WFS-SAL1 = '10'
                   MOVE 's' TO WSW-SAL1
               END-IF
           END-IF
           .

      *SUMA UNO A LA OCUPACION DE OCP-DEPARTAMENTO/OCP-PUESTO; LA
      *PRIMERA VEZ QUE APARECE LA COMBINACION SE GRABA CON UNO
       1180-SUMA-OCUPACION.
           READ FILE-OCUPA
               KEY IS OCP-LLAVE
               INVALID KEY
                   MOVE 1 TO OCP-OCUPADAS
                   WRITE REG-OCUPA
               NOT INVALID KEY
                   ADD 1 TO OCP-OCUPADAS
                   REWRITE REG-OCUPA
           END-READ
           IF WFS-OCUPA EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION OCUPACION: 'WFS-OCUPA
              PERFORM 1110-FIN-PROG
           END-IF
           .

       1200-LEE-ALTA.
           READ FILE-ALTAS INTO WSS-ENT1-EMP1
           IF WFS-ALTAS = '00'

       2100-APLICA-ALTA.
           MOVE SPACE TO WSW-DEC-HALLADA
           MOVE SPACE TO WSW-EXCEDE
           PERFORM 2110-BUSCA-DECISION
               VARYING TBL-DEC-IDX FROM 1 BY 1
               UNTIL TBL-DEC-IDX GREATER THAN TBL-DEC-CANT
                  OR WSW-DEC-HALLADA EQUAL 'S'
           PERFORM 2130-BUSCA-REINGRESO
           PERFORM 2140-VERIFICA-PLAZAS
           IF WSW-DEC-HALLADA NOT EQUAL 'S'
               ADD 1 TO WAC-SIN-DECISION
               MOVE 'SIN DECISION' TO DET-RESULTADO
               PERFORM 2190-GRABA-RESULTADO
           ELSE
               PERFORM 2105-VALIDA-APROBADOR
               IF WSW-APR-VALIDO NOT EQUAL 'S'
                   ADD 1 TO WAC-NO-AUTORIZADAS
                   PERFORM 2190-GRABA-RESULTADO
               ELSE
                   EVALUATE DEC-ACCION
                       WHEN 'A'
                           MOVE ENT1-NUM-EMPLEADO TO REI-NUM-ALTA
                           IF WSW-REINGRESO EQUAL 'S'
                               MOVE 'C' TO REI-TIPO
                           ELSE
                               MOVE 'N' TO REI-TIPO
                           END-IF
                           PERFORM 2120-ALTA-ENT2
                       WHEN 'I'
                           IF WSW-REINGRESO EQUAL 'S'
                               MOVE REI-NUM-ANTERIOR TO REI-NUM-ALTA
                               MOVE 'R' TO REI-TIPO
                               PERFORM 2120-ALTA-ENT2
                           ELSE
                               ADD 1 TO WAC-SIN-ANTECEDENTE
                               MOVE 'SIN BAJA ANT' TO DET-RESULTADO
                               PERFORM 2190-GRABA-RESULTADO
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WAC-RECHAZADAS
                           MOVE 'RECHAZADA' TO DET-RESULTADO
                           PERFORM 2190-GRABA-RESULTADO
                   END-EVALUATE
               END-IF
           END-IF
           IF WSW-REINGRESO EQUAL 'S'
               PERFORM 2195-GRABA-REINGRESO
           END-IF
           IF WSW-EXCEDE EQUAL 'S'
               PERFORM 2196-GRABA-EXCEDE
           END-IF
           .

      *UNA DECISION SOLO VALE SI LA DIO UN APROBADOR DE LA TABLA
      *(EJR2D225) ACTIVO, AUTORIZADO PARA ALTAS Y VIGENTE A LA FECHA
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
                      APR-ALTA NOT EQUAL 'S'
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
           IF TBL-DEC-NUM (TBL-DEC-IDX) EQUAL ENT1-NUM-EMPLEADO AND
              TBL-DEC-RFC (TBL-DEC-IDX) EQUAL ENT1-RFC
               MOVE TBL-DEC-ACCION (TBL-DEC-IDX) TO DEC-ACCION
               MOVE TBL-DEC-APROBADOR (TBL-DEC-IDX) TO DEC-APROBADOR
               MOVE TBL-DEC-FECHA (TBL-DEC-IDX) TO DEC-FECHA
               MOVE TBL-DEC-CAPTURISTA (TBL-DEC-IDX) TO DEC-CAPTURISTA
               MOVE 'S' TO WSW-DEC-HALLADA
           END-IF
           .

      *BUSCA EL RFC DEL ALTA EN LAS BAJAS ARCHIVADAS, YA CARGADAS
      *POR RFC CON LA BAJA MAS RECIENTE (1120-CARGA-BAJAS)
       2130-BUSCA-REINGRESO.
           MOVE SPACE TO WSW-REINGRESO
           IF WSW-SIN-BAJARCH NOT EQUAL 'S'
               MOVE ENT1-RFC TO BJR-RFC
               READ FILE-BAJRFC
                   KEY IS BJR-RFC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WSW-REINGRESO
                       MOVE BJR-NUM-EMPLEADO TO REI-NUM-ANTERIOR
                       MOVE BJR-FECHA TO REI-FECHA-BAJA
                       MOVE BJR-DEPARTAMENTO TO REI-DEPARTAMENTO
               END-READ
           END-IF
           IF WSW-REINGRESO EQUAL 'S'
               ADD 1 TO WAC-PROBABLES
           END-IF
           .

      *EL ALTA EXCEDE SI CON ELLA LA OCUPACION VIGENTE DE SU
      *DEPARTAMENTO + PUESTO PASARIA DE LO AUTORIZADO; UNA COMBINACION
      *SIN PLAZAS O RETIRADA TIENE CERO AUTORIZADAS
       2140-VERIFICA-PLAZAS.
           MOVE SPACE TO WSW-EXCEDE
           IF WSW-SIN-PLAZAS NOT EQUAL 'S'
               MOVE ENT1-DEPARTAMENTO TO PLZ-DEPARTAMENTO
               MOVE ENT1-PUESTO TO PLZ-PUESTO
               MOVE SPACES TO PLA-MOTIVO
               READ FILE-PLAZA
                   KEY IS PLZ-LLAVE
                   INVALID KEY
                       MOVE ZEROES TO PLA-AUTORIZADAS
                       MOVE 'SIN PLAZA AUTORIZADA' TO PLA-MOTIVO
                   NOT INVALID KEY
                       IF PLZ-ESTADO EQUAL 'A'
                           MOVE PLZ-AUTORIZADAS TO PLA-AUTORIZADAS
                       ELSE
                           MOVE ZEROES TO PLA-AUTORIZADAS
                           MOVE 'PLAZA RETIRADA' TO PLA-MOTIVO
                       END-IF
               END-READ
               MOVE ENT1-DEPARTAMENTO TO OCP-DEPARTAMENTO
               MOVE ENT1-PUESTO TO OCP-PUESTO
               READ FILE-OCUPA
                   KEY IS OCP-LLAVE
                   INVALID KEY
                       MOVE ZEROES TO PLA-OCUPADAS
                   NOT INVALID KEY
                       MOVE OCP-OCUPADAS TO PLA-OCUPADAS
               END-READ
               IF PLA-OCUPADAS NOT LESS THAN PLA-AUTORIZADAS
                   MOVE 'S' TO WSW-EXCEDE
                   ADD 1 TO WAC-EXCEDEN
               END-IF
           END-IF
           .

      *ARMA EL REGISTRO DE ENT2 CON LOS CAMPOS QUE ENT2 CONOCE DEL
      *LAYOUT DE ENT1 Y LO GRABA POR LLAVE; SI LA LLAVE YA EXISTE EN
      *EL ARCHIVO SE VE SI ESTA DADA DE BAJA (2122-REACTIVA-ENT2).
      *EL NUMERO DE EMPLEADO ES EL DEL ALTA O, EN UN REINGRESO, EL DE
      *LA BAJA ARCHIVADA (REI-NUM-ALTA)
       2120-ALTA-ENT2.
           MOVE SPACES TO REG-EMP2
           MOVE ENT1-RFC TO ENT2-RFC
           MOVE ENT1-NOMBRE TO ENT2-NOMBRE
           MOVE ENT1-CP TO ENT2-CP
           MOVE ENT1-DIRECCION TO ENT2-DIRECCION
           MOVE ENT1-DEPARTAMENTO TO ENT2-DEPARTAMENTO
           MOVE ENT1-TELEFONO TO ENT2-TELEFONO
           MOVE REI-NUM-ALTA TO ENT2-NUM-EMPLEADO
           MOVE SPACE TO ENT2-CASADO
           MOVE ENT1-PATERNO TO ENT2-PATERNO
           MOVE ENT1-MATERNO TO ENT2-MATERNO
           MOVE ENT1-CURP TO ENT2-CURP
           MOVE ENT1-PUESTO TO ENT2-PUESTO
           MOVE WSS-FECHA-HOY TO ENT2-FECHA-INGRESO
           MOVE 'A' TO ENT2-ESTATUS
           MOVE ZEROES TO ENT2-FECHA-BAJA
           MOVE 'W' TO JRN-OPERACION
           MOVE SPACES TO JRN-ANTES
           WRITE REG-EMP2
               INVALID KEY
                   IF WFS-ENT2 EQUAL '22'
                       PERFORM 2122-REACTIVA-ENT2
                   ELSE
                       DISPLAY 'ERROR DE GRABACION ENT2: 'WFS-ENT2
                       PERFORM 1110-FIN-PROG
                   END-IF
               NOT INVALID KEY
                   IF WFS-ENT2 EQUAL '00'
                       PERFORM 2124-ALTA-APLICADA
                   ELSE
                       DISPLAY 'ERROR DE GRABACION ENT2: 'WFS-ENT2
                       PERFORM 1110-FIN-PROG
           PERFORM 2190-GRABA-RESULTADO
           .

      *LA LLAVE YA EXISTE EN ENT2. SI EL REGISTRO ESTA DADO DE BAJA
      *(ESTATUS 'B') SE REESCRIBE CON LOS DATOS DEL ALTA, QUE TRAE
      *ESTATUS 'A' Y FECHA DE INGRESO NUEVA, Y LA IMAGEN DE LA BAJA
      *QUEDA EN EL JOURNAL; SI ESTA ACTIVO NO SE TOCA, SOLO SE REPORTA
       2122-REACTIVA-ENT2.
           MOVE REG-EMP2 TO WSS-EMP2-ALTA
           READ FILE-ENT2
               KEY IS ENT2-LLAVE
           IF WFS-ENT2 NOT EQUAL '00'
               DISPLAY 'ERROR DE LECTURA ENT2: 'WFS-ENT2
               PERFORM 1110-FIN-PROG
           END-IF
           IF ENT2-ESTATUS EQUAL 'B'
               MOVE REG-EMP2 TO JRN-ANTES
               MOVE 'R' TO JRN-OPERACION
               MOVE WSS-EMP2-ALTA TO REG-EMP2
               REWRITE REG-EMP2
               IF WFS-ENT2 EQUAL '00'
                   ADD 1 TO WAC-REACTIVADAS
                   PERFORM 2124-ALTA-APLICADA
               ELSE
                   DISPLAY 'ERROR DE REESCRITURA ENT2: 'WFS-ENT2
                   PERFORM 1110-FIN-PROG
               END-IF
           ELSE
               ADD 1 TO WAC-EXISTENTES
               MOVE 'YA EXISTE' TO DET-RESULTADO
           END-IF
           .

      *EL ALTA YA QUEDO EN ENT2 (GRABADA O REACTIVADA): RESULTADO,
      *HISTORICO, EQUIVALENCIA DEL REINGRESO, JOURNAL Y OCUPACION DE
      *LA PLANTILLA (YA VERIFICADA EN 2100 CON LA OCUPACION DE ANTES
      *DE ESTA ALTA)
       2124-ALTA-APLICADA.
           ADD 1 TO WAC-APLICADAS
           IF REI-TIPO EQUAL 'R'
               ADD 1 TO WAC-REINGRESOS
               MOVE 'REINGRESO' TO DET-RESULTADO
               PERFORM 2126-GRABA-EQUIVALENCIA
           ELSE
               MOVE 'APLICADA' TO DET-RESULTADO
           END-IF
           PERFORM 2125-GRABA-HISTORIA-ALTA
           PERFORM 2128-GRABA-JOURNAL
           IF WSW-SIN-PLAZAS NOT EQUAL 'S'
               MOVE ENT1-DEPARTAMENTO TO OCP-DEPARTAMENTO
               MOVE ENT1-PUESTO TO OCP-PUESTO
               PERFORM 1180-SUMA-OCUPACION
           END-IF
           .

      *HISTORICO DE ALTAS APLICADAS: UNA LINEA FECHADA POR CADA ALTA
      *QUE REALMENTE ENTRO A ENT2, CON EL DEPARTAMENTO, PARA QUE
      *EJR2D220 PUEDA CORTAR LOS MOVIMIENTOS POR PERIODO
       2125-GRABA-HISTORIA-ALTA.
           ACCEPT AHI-FECHA FROM DATE YYYYMMDD
           ACCEPT AHI-HORA FROM TIME
           MOVE ENT2-NUM-EMPLEADO TO AHI-EMPLEADO
           MOVE ENT1-RFC TO AHI-RFC
           MOVE ENT1-DEPARTAMENTO TO AHI-DEPARTAMENTO
           MOVE REI-TIPO TO AHI-TIPO
           IF REI-TIPO EQUAL 'N'
               MOVE SPACES TO AHI-NUM-ANTERIOR
           ELSE
               MOVE REI-NUM-ANTERIOR TO AHI-NUM-ANTERIOR
           END-IF
           WRITE REG-ALTAHIS FROM WSS-ALTAHIS
           IF WFS-ALTAHIS EQUAL '00'
              CONTINUE
           END-IF
           .

      *EL REINGRESO QUEDO EN ENT2 CON EL NUMERO ANTERIOR PERO EL
      *SISTEMA FUENTE LO SIGUE MANDANDO CON EL NUMERO DEL ALTA; LA
      *EQUIVALENCIA LE DICE A EJR2D202 CON QUE LLAVE CASARLO. SI EL
      *FUENTE YA REACTIVO EL NUMERO ANTERIOR NO HACE FALTA. UN
      *REINGRESO POSTERIOR CON EL MISMO NUMERO NUEVO LA REEMPLAZA.
       2126-GRABA-EQUIVALENCIA.
           IF ENT1-NUM-EMPLEADO NOT EQUAL REI-NUM-ANTERIOR
               MOVE ENT1-NUM-EMPLEADO TO EQV-NUM-NUEVO
               MOVE ENT1-RFC TO EQV-RFC
               MOVE REI-NUM-ANTERIOR TO EQV-NUM-ANTERIOR
               MOVE WSS-FECHA-HOY TO EQV-FECHA
               WRITE REG-REINGNUM
                   INVALID KEY
                       REWRITE REG-REINGNUM
               END-WRITE
               IF WFS-REINGNUM EQUAL '00'
                  ADD 1 TO WAC-EQUIVALENCIAS
               ELSE
                  DISPLAY 'ERROR DE GRABACION EQUIVALENCIAS: '
                          WFS-REINGNUM
                  PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

      *ASIENTO DEL JOURNAL DE ENT2: UN ALTA NUEVA ('W') NO TIENE IMAGEN
      *PREVIA Y ANTES VA EN BLANCO; UNA REACTIVACION ('R') TRAE LA
      *IMAGEN DE LA BAJA (AMBOS LOS PONE QUIEN GRABO). DESPUES TRAE EL
      *REGISTRO RECIEN GRABADO; EL ASIENTO LLEVA QUIEN APROBO EL ALTA
       2128-GRABA-JOURNAL.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD
           ACCEPT JRN-HORA FROM TIME
           MOVE 'EJR2D204' TO JRN-PROGRAMA
           MOVE REG-EMP2 TO JRN-DESPUES
           MOVE DEC-APROBADOR TO JRN-APROBADOR
           WRITE REG-JRN FROM WSS-JOURNAL
           IF WFS-JRN EQUAL '00'
              CONTINUE
           END-IF
           .

      *LINEA DE DETALLE DEL PROBABLE REINGRESO, DEBAJO DEL RESULTADO
      *DEL ALTA, PARA QUE EL APROBADOR DECIDA ENTRE 'I' Y 'A'
       2195-GRABA-REINGRESO.
           MOVE REI-NUM-ANTERIOR TO REIN-NUM-ANTERIOR
           MOVE REI-FECHA-BAJA TO REIN-FECHA-BAJA
           MOVE REI-DEPARTAMENTO TO REIN-DEPARTAMENTO
           WRITE REG-REPAPL FROM WSS-LIN-REING
           IF WFS-REPAPL EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPAPL
              PERFORM 1110-FIN-PROG
           END-IF
           .

      *LINEA DE AVISO DE PLANTILLA, DEBAJO DEL RESULTADO DEL ALTA:
      *PLAZAS AUTORIZADAS Y OCUPADAS ANTES DEL ALTA
       2196-GRABA-EXCEDE.
           MOVE PLA-AUTORIZADAS TO EXC-AUTORIZADAS
           MOVE PLA-OCUPADAS TO EXC-OCUPADAS
           MOVE PLA-MOTIVO TO EXC-MOTIVO
           WRITE REG-REPAPL FROM WSS-LIN-EXCEDE
           IF WFS-REPAPL EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPAPL
              PERFORM 1110-FIN-PROG
           END-IF
           .

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'ALTAS PENDIENTES LEIDAS  : 'WAC-ALTAS
           DISPLAY 'ALTAS APLICADAS A ENT2   : 'WAC-APLICADAS
           DISPLAY 'ALTAS RECHAZADAS         : 'WAC-RECHAZADAS
           DISPLAY 'LLAVES YA EXISTENTES     : 'WAC-EXISTENTES
           DISPLAY 'BAJAS REACTIVADAS EN ENT2: 'WAC-REACTIVADAS
           DISPLAY 'ALTAS SIN DECISION       : 'WAC-SIN-DECISION
           DISPLAY 'DECISIONES NO AUTORIZADAS: 'WAC-NO-AUTORIZADAS
           DISPLAY 'BAJAS ARCHIVADAS LEIDAS  : 'WAC-BAJAS-ARCH
           DISPLAY 'PROBABLES REINGRESOS     : 'WAC-PROBABLES
           DISPLAY 'REINGRESOS CON NUM ANT.  : 'WAC-REINGRESOS
           DISPLAY 'EQUIVALENCIAS GRABADAS   : 'WAC-EQUIVALENCIAS
           DISPLAY 'REINGRESOS SIN BAJA ANT. : 'WAC-SIN-ANTECEDENTE
           DISPLAY 'ALTAS QUE EXCEDEN PLAZAS : 'WAC-EXCEDEN
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
                 FILE-ALTAHIS
                 FILE-JRN
                 FILE-REPAPL
                 FILE-REINGNUM
           IF WSW-SIN-APROBADORES NOT EQUAL 'S'
               CLOSE FILE-APROB
           END-IF
           IF WSW-SIN-BAJARCH NOT EQUAL 'S'
               CLOSE FILE-BAJRFC
           END-IF
           IF WSW-SIN-PLAZAS NOT EQUAL 'S'
               CLOSE FILE-PLAZA
                     FILE-OCUPA
           END-IF
           .
