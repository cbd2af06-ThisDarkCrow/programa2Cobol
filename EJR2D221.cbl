      * EXTRACTO PIERDE TODAS LAS ALTAS/CAMBIOS/BAJAS APLICADOS DESDE
      * ESE EXTRACTO. ESTE PROGRAMA:
      *
      *   - CARGA LA COPIA BASE (EJR2D221-BASE, IMAGENES DE 200 EN
      *     SECUENCIAL; ENT2BASE.DAT POR DEFECTO) A UN ARCHIVO
      *     INDEXADO NUEVO (EJR2D221-SALIDA; ENT2REBLD.DAT POR
      *     DEFECTO - NUNCA EL ARCHIVO VIVO, EL OPERADOR DECIDE
      *     TIEMPO PEDIDO: EJR2D221-HASTA (AAAAMMDD) Y EJR2D221-HORA
      *     (HHMMSSCC); SIN PARAMETROS SE REAPLICA TODO.
      *
      * DESDE QUE EL JOURNAL SE CORTA POR SEGMENTOS (EJR2D228), LA
      * BASE Y EL TRAMO DE JOURNAL SE ESCOGEN DEL CATALOGO
      * ENT2CATLG.DAT SEGUN EL PUNTO EN EL TIEMPO PEDIDO (VER
      * 1120-ESCOGE-SEGMENTO); UN EJR2D221-BASE EXPLICITO MANDA SOBRE
      * EL CATALOGO Y SE REAPLICA CONTRA EL JOURNAL ACTIVO.
      *
      * LOS ASIENTOS FUERA DE SECUENCIA (UN ALTA QUE YA EXISTE, UNA
      * REESCRITURA O BORRADO DE LLAVE INEXISTENTE) SE RESUELVEN A
      * FAVOR DE LA IMAGEN DEL JOURNAL Y SE CUENTAN COMO AJUSTADOS,
      *                    BORRADOS DEL JOURNAL FALLABAN CON STATUS
      *                    49 Y EL BORRADO FALLIDO HASTA SE CONTABA
      *                    COMO APLICADO.
      * 15/10/2026 R2D2 - EL ASIENTO DEL JOURNAL CRECE A 237 CON EL
      *                    APROBADOR DE LA DECISION AL FINAL; LA
      *                    REAPLICACION NO LO USA, PERO EL LAYOUT DEBE
      *                    COINCIDIR CON EL DE LOS PROGRAMAS QUE
      *                    GRABAN EL JOURNAL.
      * 15/10/2026 R2D2 - LA BASE Y EL TRAMO DEL JOURNAL SE ESCOGEN
      *                    DEL CATALOGO DE SEGMENTOS ENT2CATLG.DAT QUE
      *                    DEJA EL CORTE PERIODICO (EJR2D228): EL
      *                    PRIMER SEGMENTO CUYO CORTE ES POSTERIOR AL
      *                    PUNTO PEDIDO DA SU BASE DE PARTIDA Y SU
      *                    TRAMO ARCHIVADO; SI NINGUNO LO ES, SE USA
      *                    LA BASE DEL ULTIMO CORTE CON EL JOURNAL
      *                    ACTIVO. FILE-JRN PASA A RUTA DINAMICA.
      * 15/10/2026 R2D2 - REG-EMP2 Y LA COPIA BASE CRECEN A 200 Y EL
      *                    ASIENTO DEL JOURNAL A 433 (NOMBRE COMPLETO,
      *                    CURP, PUESTO, INGRESO Y ESTATUS). LA BAJA
      *                    LLEGA AHORA COMO REESCRITURA 'R' CON ESTATUS
      *                    'B'; LOS BORRADOS 'D' SOLO EXISTEN EN TRAMOS
      *                    DEL LAYOUT ANTERIOR. LOS SEGMENTOS PREVIOS A
      *                    LA CONVERSION (EJR2D232) SON DE 102/237 Y NO
      *                    SE PUEDEN REAPLICAR CON ESTE LAYOUT.
      * 15/10/2026 R2D2 - LA ENTRADA DEL CATALOGO LLEVA EL LARGO DEL
      *                    REGISTRO DE SU BASE NUEVA (CTE-LARGO-ENT2,
      *                    '200'; EN BLANCO EN LAS ENTRADAS DEL LAYOUT
      *                    ANTERIOR). SI LA BASE QUE TOCA USAR (Y CON
      *                    ELLA SU TRAMO DE JOURNAL) NO ES DE 200, EL
      *                    PROGRAMA TERMINA CON RC 16 EN VEZ DE LEER
      *                    IMAGENES DE 102 COMO SI FUERAN DE 200.
      * 15/10/2026 R2D2 - SOLO EL JOURNAL ACTIVO PUEDE FALTAR; SI EL
      *                    TRAMO ARCHIVADO QUE ESCOGIO EL CATALOGO NO
      *                    EXISTE, EL PROGRAMA TERMINA CON RC 99 EN VEZ
      *                    DE DEJAR LA BASE SIN REAPLICAR.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *COPIA BASE DE ENT2: IMAGENES DE 200 EN SECUENCIAL, COMO LAS
      *DEJA LA CARGA O UN RESPALDO PREVIO
       SELECT FILE-BASE
           ASSIGN DYNAMIC WSS-RUTA-BASE
           FILE STATUS IS WFS-BASE.

      *EL JOURNAL QUE ACUMULAN EJR2D202/EJR2D204/EJR2D209/EJR2D214/
      *EJR2D216, O EL TRAMO ARCHIVADO QUE INDIQUE EL CATALOGO
       SELECT FILE-JRN
           ASSIGN DYNAMIC WSS-RUTA-JRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-JRN.

      *CATALOGO DE SEGMENTOS BASE/JOURNAL (EJR2D228); SIN CATALOGO
      *NO HA HABIDO CORTES
       SELECT FILE-CATENT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/ent2catlg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CATENT.

      *EL ARCHIVO INDEXADO RECONSTRUIDO - MISMA LLAVE QUE EL VIVO
       SELECT FILE-ENT2
           ASSIGN DYNAMIC WSS-RUTA-SALIDA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BASE.
       01 REG-BASE PIC X(200).

       FD  FILE-JRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JRN.
       01 REG-JRN PIC X(433).

       FD  FILE-CATENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CATENT.
       01 REG-CATENT PIC X(335).

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

       WORKING-STORAGE SECTION.
      *RUTAS; AMBAS EXTERNALIZABLES POR VARIABLE DE AMBIENTE. LA
              '/home/thisdarkcrow/cobol/ejemplo2/ent2base.dat'.
           05 WSS-RUTA-SALIDA PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/ent2rebld.dat'.
           05 WSS-RUTA-JRN PIC X(100) VALUE
              '/home/thisdarkcrow/cobol/ejemplo2/jrnent2.dat'.
           05 WSS-RUTA-ENV  PIC X(100) VALUE SPACE.

      *ENTRADA DEL CATALOGO DE SEGMENTOS COMO LA GRABA EJR2D228
       01 WSS-CATALOGO.
           05 CTE-SEGMENTO        PIC 9(04).
           05 CTE-FECHA           PIC 9(08).
           05 CTE-HORA            PIC 9(08).
           05 CTE-REGISTROS       PIC 9(06).
           05 CTE-ASIENTOS        PIC 9(06).
           05 CTE-BASE-ANT        PIC X(100).
           05 CTE-JRN-ARCH        PIC X(100).
           05 CTE-BASE-NVA        PIC X(100).
      *LARGO DEL REGISTRO DE ENT2 EN LA BASE NUEVA; EN BLANCO EN LAS
      *ENTRADAS GRABADAS ANTES DE LA CONVERSION (LAYOUT DE 102)
           05 CTE-LARGO-ENT2      PIC X(03).

      *ASIENTO DEL JOURNAL, MISMO LAYOUT QUE GRABAN LOS PROGRAMAS
      *QUE MODIFICAN ENT2
       01 WSS-JOURNAL.
           05 JRN-HORA            PIC 9(08).
           05 JRN-PROGRAMA        PIC X(08).
           05 JRN-OPERACION       PIC X(01).
           05 JRN-ANTES           PIC X(200).
           05 JRN-DESPUES         PIC X(200).
           05 JRN-APROBADOR       PIC X(08).

       01 WSS-FILE-STATUS.
           05 WFS-BASE            PIC X(2).
           05 WFS-JRN             PIC X(2).
           05 WFS-ENT2            PIC X(2).
           05 WFS-CATENT          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-BASE PIC 9(6) VALUE ZEROES.
           05 WSW-BASE PIC X(1) VALUE SPACE.
           05 WSW-JRN PIC X(1) VALUE SPACE.
           05 WSW-SIN-JRN PIC X(1) VALUE SPACE.
           05 WSW-CATENT PIC X(1) VALUE SPACE.
           05 WSW-BASE-EXPLICITA PIC X(1) VALUE SPACE.
           05 WSW-SEGMENTO-HALLADO PIC X(1) VALUE SPACE.

      *PUNTO DE CORTE: FECHA Y HORA HASTA DONDE SE REAPLICA EL
      *JOURNAL; SIN PARAMETROS SE REAPLICA TODO
                                   PIC 9(08).
           05 WSS-FECHA-CORTE      PIC 9(08) VALUE 99999999.
           05 WSS-HORA-CORTE       PIC 9(08) VALUE 99999999.
           05 WSS-SEGMENTO         PIC 9(04) VALUE ZEROES.
      *LARGO DEL REGISTRO DE LA BASE ESCOGIDA; ENT2BASE.DAT, LA
      *ORIGINAL, ES DEL LAYOUT ANTERIOR
           05 WSS-LARGO-BASE       PIC X(03) VALUE SPACE.


      ******************************************************************

       1000-INICIO.
           PERFORM 1105-VERIFICA-PARAMETROS.
           IF WSW-BASE-EXPLICITA NOT EQUAL 'S'
               PERFORM 1120-ESCOGE-SEGMENTO
           END-IF
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-LEE-BASE.
           PERFORM 1210-LEE-ASIENTO.
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D221-BASE"
           IF WSS-RUTA-ENV NOT EQUAL SPACE
               MOVE WSS-RUTA-ENV TO WSS-RUTA-BASE
               MOVE 'S' TO WSW-BASE-EXPLICITA
           END-IF
           MOVE SPACE TO WSS-RUTA-ENV
           ACCEPT WSS-RUTA-ENV FROM ENVIRONMENT "EJR2D221-SALIDA"
           END-IF
           .

      *CADA SEGMENTO DEL CATALOGO CUBRE DEL CORTE ANTERIOR AL SUYO:
      *SU BASE DE PARTIDA MAS SU TRAMO ARCHIVADO. EL PRIMER SEGMENTO
      *CON CORTE POSTERIOR AL PUNTO PEDIDO ES EL QUE LO CONTIENE; SI
      *NINGUNO ES POSTERIOR, EL PUNTO CAE DESPUES DEL ULTIMO CORTE Y
      *SE PARTE DE SU BASE NUEVA CON EL JOURNAL ACTIVO. SIN CATALOGO
      *SE QUEDAN ENT2BASE.DAT Y EL JOURNAL ACTIVO.
      *LA BASE DE PARTIDA DE UN SEGMENTO ES LA BASE NUEVA DEL ANTERIOR,
      *ASI QUE SU LARGO ES EL DE ESA ENTRADA; EL TRAMO DE JOURNAL QUE
      *LE SIGUE SE GRABO CON EL MISMO LAYOUT. SI NO ES DE 200 (TRAMO
      *PREVIO A LA CONVERSION DE EJR2D232, O SIN CATALOGO) NO SE PUEDE
      *REAPLICAR CON ESTE PROGRAMA.
       1120-ESCOGE-SEGMENTO.
           OPEN INPUT FILE-CATENT
           IF WFS-CATENT EQUAL '35'
               CONTINUE
           ELSE
               IF WFS-CATENT NOT EQUAL '00'
                   DISPLAY 'WFS-CATENT: 'WFS-CATENT
                   PERFORM 1110-FIN-PROG
               END-IF
               PERFORM 1125-LEE-SEGMENTO
                   UNTIL WSW-CATENT EQUAL 's'
               CLOSE FILE-CATENT
           END-IF
           IF WSS-LARGO-BASE NOT EQUAL '200'
               DISPLAY 'LA BASE ' WSS-RUTA-BASE
               DISPLAY 'ES DEL LAYOUT ANTERIOR DE ENT2 (102), NO SE '
                       'PUEDE REAPLICAR; INDIQUE EJR2D221-BASE O UN '
                       'PUNTO POSTERIOR A LA CONVERSION'
               MOVE 16 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           .

       1125-LEE-SEGMENTO.
           READ FILE-CATENT INTO WSS-CATALOGO
           IF WFS-CATENT = '00'
               IF CTE-FECHA GREATER THAN WSS-FECHA-CORTE OR
                  (CTE-FECHA EQUAL WSS-FECHA-CORTE AND
                   CTE-HORA GREATER THAN WSS-HORA-CORTE)
                   MOVE CTE-BASE-ANT TO WSS-RUTA-BASE
                   MOVE CTE-JRN-ARCH TO WSS-RUTA-JRN
                   MOVE CTE-SEGMENTO TO WSS-SEGMENTO
                   MOVE 'S' TO WSW-SEGMENTO-HALLADO
                   MOVE 's' TO WSW-CATENT
               ELSE
                   MOVE CTE-BASE-NVA TO WSS-RUTA-BASE
                   MOVE CTE-LARGO-ENT2 TO WSS-LARGO-BASE
               END-IF
           ELSE
               IF WFS-CATENT = '10'
                   MOVE 's' TO WSW-CATENT
               END-IF
           END-IF
           .

      *SIN JOURNAL ACTIVO LA RECONSTRUCCION ES SOLO LA COPIA BASE;
      *UTIL CUANDO EL JOURNAL APENAS SE ESTRENA. UN TRAMO ARCHIVADO
      *DEL CATALOGO SIEMPRE DEBE EXISTIR
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-BASE
           OPEN INPUT FILE-JRN
           IF WFS-JRN EQUAL '35' AND
              WSW-SEGMENTO-HALLADO EQUAL 'S'
               DISPLAY 'NO EXISTE EL TRAMO DEL SEGMENTO: '
                       WSS-RUTA-JRN
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF
           IF WFS-JRN EQUAL '35'
               DISPLAY 'SIN JOURNAL, LA SALIDA ES SOLO LA BASE'
               MOVE 'S' TO WSW-SIN-JRN
           DISPLAY 'ASIENTOS REAPLICADOS     : 'WAC-APLICADOS
           DISPLAY 'POSTERIORES AL CORTE     : 'WAC-POSTERIORES
           DISPLAY 'FUERA DE SECUENCIA       : 'WAC-AJUSTADOS
           DISPLAY 'BASE UTILIZADA           : 'WSS-RUTA-BASE
           DISPLAY 'JOURNAL UTILIZADO        : 'WSS-RUTA-JRN
           IF WSW-SEGMENTO-HALLADO EQUAL 'S'
               DISPLAY 'SEGMENTO DEL CATALOGO    : 'WSS-SEGMENTO
           END-IF
           DISPLAY 'RECONSTRUIDO EN          : 'WSS-RUTA-SALIDA
           PERFORM 1110-FIN-PROG.

