      ******************************************************************
      *                    IDENTIFICATION DIVISION                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJR2D231.
       AUTHOR. R2D2.
       DATE-WRITTEN. 15/10/2026.

      ******************************************************************
      * REPORTE DE TIEMPOS DE LA VENTANA NOCTURNA SOBRE EL ARCHIVO DE
      * ESTADO RUNSTAT.DAT QUE ESCRIBE EJR2D215 (UN EVENTO DE INICIO Y
      * UNO DE TERMINO POR PASO, CON HORA Y RC). LOS EVENTOS SE ORDENAN
      * CON SORT POR FECHA DE CORRIDA (LA MAS RECIENTE PRIMERO), PASO
      * Y ORDEN DE LLEGADA AL ARCHIVO - NO POR HORA, PORQUE LA CADENA
      * CRUZA LA MEDIANOCHE - Y CADA INICIO SE EMPAREJA CON EL SIGUIENTE
      * TERMINO DEL MISMO PASO EN LA MISMA FECHA. SE REPORTAN LAS
      * ULTIMAS N NOCHES (EJR2D231-NOCHES, 7 POR DEFECTO):
      *
      *   POR NOCHE - CADA CORRIDA DE CADA PASO CON INICIO, TERMINO,
      *     DURACION Y RC, MARCADA SI EXCEDE EL UMBRAL DEL PASO; UN
      *     INICIO SIN TERMINO (O SEGUIDO DE OTRO INICIO) SALE COMO
      *     INCOMPLETO/ABEND; Y LA CADENA COMPLETA (PRIMER EVENTO A
      *     ULTIMO TERMINO), MARCADA SI TERMINO DESPUES DE LA HORA DE
      *     CORTE (EJR2D231-CORTE, HHMM, 0600 POR DEFECTO; SE TOMA LA
      *     PRIMERA VEZ QUE LLEGA ESA HORA DESPUES DEL ARRANQUE).
      *   RESUMEN POR PASO - CORRIDAS, PROMEDIO, PEOR CORRIDA Y SU
      *     FECHA, VECES QUE EXCEDIO EL UMBRAL E INCOMPLETOS; Y LO
      *     MISMO PARA LA CADENA, CON LAS NOCHES FUERA DE CORTE.
      *
      * LOS UMBRALES POR PASO (EN MINUTOS) SE LEEN DE SLAUMBRAL.DAT;
      * UN PASO SIN UMBRAL NO SE MARCA. TERMINA CON RETURN-CODE 4 SI
      * HUBO ALGUNA MARCA Y 99 SI NO PUEDE LEER EL ARCHIVO DE ESTADO.
      *
      * MODIFICACIONES
      * 15/10/2026 R2D2 - VERSION INICIAL.
      ******************************************************************

      ******************************************************************
      *                      EVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO DE ESTADO DE LA CADENA (EJR2D215); AQUI SOLO SE LEE
       SELECT FILE-RUNSTAT
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/runstat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-RUNSTAT.

      *UMBRALES POR PASO: PASO + MINUTOS; SI NO EXISTE NO SE MARCA
      *NINGUN PASO POR DURACION
       SELECT FILE-UMBRAL
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/slaumbral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-UMBRAL.

      *ARCHIVO DE TRABAJO DEL SORT
       SELECT FILE-ORDENA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/ordsla.tmp".

      *REPORTE DE TIEMPOS DE LA VENTANA
       SELECT FILE-REPSLA
           ASSIGN TO "/home/thisdarkcrow/cobol/ejemplo2/repsla.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-REPSLA.


      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-RUNSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RUNSTAT.
       01 REG-RUNSTAT PIC X(28).

       FD  FILE-UMBRAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-UMBRAL.
       01 REG-UMBRAL PIC X(12).

       SD  FILE-ORDENA
           DATA RECORD IS SORT-REG.
       01 SORT-REG.
           05 ORD-FECHA           PIC 9(08).
           05 ORD-PASO            PIC X(08).
           05 ORD-SECUENCIA       PIC 9(09).
           05 ORD-TIPO            PIC X(01).
           05 ORD-HORA            PIC 9(08).
           05 ORD-RC              PIC 9(03).

       FD  FILE-REPSLA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPSLA.
       01 REG-REPSLA PIC X(80).

       WORKING-STORAGE SECTION.
      *EVENTO DEL ARCHIVO DE ESTADO: FECHA DE CORRIDA + PASO +
      *'I'/'T' + HORA DEL EVENTO (HHMMSSCC) + RC (SOLO EN TERMINO)
       01 WSS-EVENTO.
           05 EVT-FECHA           PIC X(08).
           05 EVT-FECHA-N REDEFINES EVT-FECHA
                                  PIC 9(08).
           05 EVT-PASO            PIC X(08).
           05 EVT-TIPO            PIC X(01).
           05 EVT-HORA            PIC X(08).
           05 EVT-HORA-N REDEFINES EVT-HORA
                                  PIC 9(08).
           05 EVT-RC              PIC X(03).
           05 EVT-RC-N REDEFINES EVT-RC
                                  PIC 9(03).

       01 WSS-UMBRAL.
           05 UMB-PASO            PIC X(08).
           05 UMB-MINUTOS         PIC X(04).
           05 UMB-MINUTOS-N REDEFINES UMB-MINUTOS
                                  PIC 9(04).

      *REGISTRO ORDENADO QUE REGRESA EL SORT
       01 WSS-ORDENADO.
           05 ORD2-FECHA          PIC 9(08).
           05 ORD2-PASO           PIC X(08).
           05 ORD2-SECUENCIA      PIC 9(09).
           05 ORD2-TIPO           PIC X(01).
           05 ORD2-HORA           PIC 9(08).
           05 ORD2-RC             PIC 9(03).

       01 WSS-CORTES.
           05 CORTE-FECHA         PIC 9(08).
           05 CORTE-PASO          PIC X(08).

      *INICIO PENDIENTE DE EMPAREJAR DEL PASO EN TURNO
       01 WSS-PENDIENTE.
           05 PEN-HORA            PIC 9(08).

      *CADENA DE LA NOCHE EN TURNO: PRIMER EVENTO Y ULTIMO TERMINO
      *POR ORDEN DE LLEGADA AL ARCHIVO
       01 WSS-NOCHE.
           05 NOC-SEC-INICIO      PIC 9(09).
           05 NOC-HORA-INICIO     PIC 9(08).
           05 NOC-SEC-FIN         PIC 9(09).
           05 NOC-HORA-FIN        PIC 9(08).

      *CONVERSION DE HORAS HHMMSSCC A CENTESIMAS DESDE LA MEDIANOCHE
      *Y DE DURACIONES EN CENTESIMAS A HH:MM:SS
       01 WSS-HORA-CONV.
           05 HCV-HH              PIC 9(02).
           05 HCV-MM              PIC 9(02).
           05 HCV-SS              PIC 9(02).
           05 HCV-CC              PIC 9(02).

       01 WSS-TIEMPOS.
           05 TMP-CENT-INICIO     PIC 9(09) VALUE ZEROES.
           05 TMP-CENT-FIN        PIC 9(09) VALUE ZEROES.
           05 TMP-CENT-CORTE      PIC 9(09) VALUE ZEROES.
           05 TMP-DURACION        PIC 9(09) VALUE ZEROES.
           05 TMP-CENTESIMAS      PIC 9(09) VALUE ZEROES.
           05 TMP-SEGUNDOS        PIC 9(09) VALUE ZEROES.
           05 TMP-RESTO           PIC 9(09) VALUE ZEROES.
           05 TMP-PROMEDIO        PIC 9(09) VALUE ZEROES.
           05 TMP-UN-DIA          PIC 9(09) VALUE 8640000.

       01 WSS-HORA-EDIT.
           05 EDH-HH              PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 EDH-MM              PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 EDH-SS              PIC 9(02).

      *PARAMETROS: NOCHES A REPORTAR Y HORA DE CORTE DE LA CADENA;
      *LLEGAN JUSTIFICADOS A LA IZQUIERDA COMO LOS DEMAS PARAMETROS
      *NUMERICOS DE LA CADENA
       01 WSS-PARAMETROS.
           05 WSS-NOCHES-PARM     PIC X(03) VALUE SPACE.
           05 WSS-NOCHES-PARM-N REDEFINES WSS-NOCHES-PARM
                                  PIC 9(03).
           05 WSS-AJUSTE-PARM     PIC X(03) VALUE SPACE.
           05 WSS-NOCHES          PIC 9(03) VALUE 7.
           05 WSS-CORTE-PARM      PIC X(04) VALUE SPACE.
           05 WSS-CORTE-PARM-N REDEFINES WSS-CORTE-PARM
                                  PIC 9(04).
           05 WSS-CORTE           PIC 9(04) VALUE 0600.
           05 WSS-CORTE-R REDEFINES WSS-CORTE.
               10 WSS-CORTE-HH    PIC 9(02).
               10 WSS-CORTE-MM    PIC 9(02).

       01 WSS-FILE-STATUS.
           05 WFS-RUNSTAT         PIC X(2).
           05 WFS-UMBRAL          PIC X(2).
           05 WFS-REPSLA          PIC X(2).

       01 WSS-ACUMULADORES.
           05 WAC-EVENTOS PIC 9(6) VALUE ZEROES.
           05 WAC-INVALIDOS PIC 9(6) VALUE ZEROES.
           05 WAC-ORDENADOS PIC 9(6) VALUE ZEROES.
           05 WAC-NOCHES PIC 9(6) VALUE ZEROES.
           05 WAC-CORRIDAS PIC 9(6) VALUE ZEROES.
           05 WAC-EXCEDIDAS PIC 9(6) VALUE ZEROES.
           05 WAC-INCOMPLETOS PIC 9(6) VALUE ZEROES.
           05 WAC-SIN-INICIO PIC 9(6) VALUE ZEROES.
           05 WAC-CAD-NOCHES PIC 9(6) VALUE ZEROES.
           05 WAC-CAD-SUMA PIC 9(12) VALUE ZEROES.
           05 WAC-CAD-PEOR PIC 9(9) VALUE ZEROES.
           05 WAC-CAD-FECHA-PEOR PIC 9(8) VALUE ZEROES.
           05 WAC-CAD-FUERA PIC 9(6) VALUE ZEROES.

       01 WSS-SWITCHES.
           05 WSW-RUNSTAT PIC X(1) VALUE SPACE.
           05 WSW-UMBRAL PIC X(1) VALUE SPACE.
           05 WSW-ORDENA PIC X(1) VALUE SPACE.
           05 WSW-PENDIENTE PIC X(1) VALUE SPACE.
           05 WSW-NOCHES-COMPLETAS PIC X(1) VALUE SPACE.
           05 WSW-PAS-HALLADO PIC X(1) VALUE SPACE.

      *ESTADISTICA POR PASO A TRAVES DE LAS NOCHES, CON SU UMBRAL EN
      *CENTESIMAS (CERO = SIN UMBRAL); LOS PASOS DEL ARCHIVO DE
      *UMBRALES ENTRAN PRIMERO, LOS DEMAS CONFORME APARECEN
       01 WSS-TABLA-PASOS.
           05 TBL-PAS-CANT         PIC 9(4) VALUE ZEROES.
           05 TBL-PAS OCCURS 100 TIMES INDEXED BY TBL-PAS-IDX.
               10 TBL-PAS-NOM        PIC X(08).
               10 TBL-PAS-UMBRAL     PIC 9(09).
               10 TBL-PAS-CORRIDAS   PIC 9(06).
               10 TBL-PAS-SUMA       PIC 9(12).
               10 TBL-PAS-PEOR       PIC 9(09).
               10 TBL-PAS-FECHA-PEOR PIC 9(08).
               10 TBL-PAS-EXCEDIDAS  PIC 9(06).
               10 TBL-PAS-INCOMPL    PIC 9(06).

       01 WSS-LIN-ENC1.
           05 FILLER              PIC X(10) VALUE 'EJR2D231  '.
           05 FILLER              PIC X(39) VALUE
              'TIEMPOS DE LA VENTANA NOCTURNA, NOCHES:'.
           05 ENC1-NOCHES         PIC ZZ9.
           05 FILLER              PIC X(08) VALUE '  CORTE '.
           05 ENC1-CORTE          PIC 9(04).

       01 WSS-LIN-NOCHE.
           05 FILLER              PIC X(12) VALUE 'CORRIDA DEL '.
           05 NOCH-FECHA          PIC 9(08).

       01 WSS-LIN-ENC2.
           05 FILLER               PIC X(10) VALUE 'PASO'.
           05 FILLER               PIC X(10) VALUE 'INICIO'.
           05 FILLER               PIC X(10) VALUE 'TERMINO'.
           05 FILLER               PIC X(10) VALUE 'DURACION'.
           05 FILLER               PIC X(05) VALUE 'RC'.
           05 FILLER               PIC X(20) VALUE 'OBSERVACION'.

       01 WSS-LIN-DET.
           05 DET-PASO              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-INICIO            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-TERMINO           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-DURACION          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-RC                PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 DET-OBSERVA           PIC X(20).

       01 WSS-LIN-RES1.
           05 FILLER              PIC X(40) VALUE
              'RESUMEN POR PASO'.

       01 WSS-LIN-RES2.
           05 FILLER               PIC X(10) VALUE 'PASO'.
           05 FILLER               PIC X(08) VALUE 'CORRIDAS'.
           05 FILLER               PIC X(10) VALUE '  PROMEDIO'.
           05 FILLER               PIC X(10) VALUE '      PEOR'.
           05 FILLER               PIC X(09) VALUE '  FECHA'.
           05 FILLER               PIC X(07) VALUE ' EXCEDE'.
           05 FILLER               PIC X(08) VALUE '  INCOMP'.
           05 FILLER               PIC X(08) VALUE '  UMBRAL'.

       01 WSS-LIN-RESDET.
           05 RES-PASO              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 RES-CORRIDAS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 RES-PROMEDIO          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 RES-PEOR              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 RES-FECHA-PEOR        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RES-EXCEDIDAS         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RES-INCOMPL           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RES-UMBRAL            PIC ZZZ,ZZ9.

       01 WSS-LIN-RESCAD.
           05 FILLER                PIC X(10) VALUE 'CADENA'.
           05 RCA-NOCHES            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 RCA-PROMEDIO          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 RCA-PEOR              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 RCA-FECHA-PEOR        PIC X(08).
           05 FILLER                PIC X(10) VALUE ' FUERA DE '.
           05 FILLER                PIC X(07) VALUE 'CORTE: '.
           05 RCA-FUERA             PIC ZZ9.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           SORT FILE-ORDENA
               DESCENDING KEY ORD-FECHA
               ASCENDING KEY ORD-PASO
                             ORD-SECUENCIA
               INPUT PROCEDURE IS 2100-CAPTURA
                   THRU 2119-CAPTURA-FIN
               OUTPUT PROCEDURE IS 2500-REPORTA
                   THRU 2599-REPORTA-FIN
           PERFORM 3000-FIN
           .

       1000-INICIO.
           PERFORM 1105-VERIFICA-PARAMETROS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1150-CARGA-UMBRALES.

      *NOCHES Y CORTE POR VARIABLE DE AMBIENTE; UN VALOR ILEGIBLE SE
      *AVISA Y SE QUEDA EL DE POR DEFECTO
       1105-VERIFICA-PARAMETROS.
           ACCEPT WSS-NOCHES-PARM FROM ENVIRONMENT "EJR2D231-NOCHES"
           IF WSS-NOCHES-PARM NOT EQUAL SPACE
               PERFORM 1107-AJUSTA-PARAMETRO
                   UNTIL WSS-NOCHES-PARM (3:1) NOT EQUAL SPACE
               IF WSS-NOCHES-PARM IS NUMERIC AND
                  WSS-NOCHES-PARM-N GREATER THAN ZEROES
                   MOVE WSS-NOCHES-PARM-N TO WSS-NOCHES
               ELSE
                   DISPLAY 'EJR2D231-NOCHES ILEGIBLE, SE TOMAN '
                           WSS-NOCHES
               END-IF
           END-IF
           ACCEPT WSS-CORTE-PARM FROM ENVIRONMENT "EJR2D231-CORTE"
           IF WSS-CORTE-PARM NOT EQUAL SPACE
               IF WSS-CORTE-PARM IS NUMERIC AND
                  WSS-CORTE-PARM (1:2) LESS THAN '24' AND
                  WSS-CORTE-PARM (3:2) LESS THAN '60'
                   MOVE WSS-CORTE-PARM-N TO WSS-CORTE
               ELSE
                   DISPLAY 'EJR2D231-CORTE ILEGIBLE (HHMM), SE TOMA '
                           WSS-CORTE
               END-IF
           END-IF
           .

       1107-AJUSTA-PARAMETRO.
           MOVE WSS-NOCHES-PARM TO WSS-AJUSTE-PARM
           MOVE WSS-AJUSTE-PARM (1:2) TO WSS-NOCHES-PARM (2:2)
           MOVE '0' TO WSS-NOCHES-PARM (1:1)
           .

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT FILE-RUNSTAT
                OUTPUT FILE-REPSLA

           IF WFS-RUNSTAT EQUAL '00' AND
              WFS-REPSLA EQUAL '00'
              CONTINUE
           ELSE
               DISPLAY 'WFS-RUNSTAT: 'WFS-RUNSTAT
               DISPLAY 'WFS-REPSLA: 'WFS-REPSLA
               MOVE 99 TO RETURN-CODE
               PERFORM 1110-FIN-PROG
           END-IF

           MOVE WSS-NOCHES TO ENC1-NOCHES
           MOVE WSS-CORTE TO ENC1-CORTE
           WRITE REG-REPSLA FROM WSS-LIN-ENC1
           .

       1110-FIN-PROG.
           STOP RUN.

      *CARGA LOS UMBRALES A LA TABLA DE PASOS; UNA LINEA CON MINUTOS
      *NO NUMERICOS SE AVISA Y SE IGNORA
       1150-CARGA-UMBRALES.
           OPEN INPUT FILE-UMBRAL
           IF WFS-UMBRAL EQUAL '35'
               DISPLAY 'SIN ARCHIVO DE UMBRALES, NO SE MARCAN PASOS'
           ELSE
               IF WFS-UMBRAL NOT EQUAL '00'
                   DISPLAY 'WFS-UMBRAL: 'WFS-UMBRAL
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
               PERFORM 1160-LEE-UMBRAL
                   UNTIL WSW-UMBRAL EQUAL 's'
               CLOSE FILE-UMBRAL
           END-IF
           .

       1160-LEE-UMBRAL.
           READ FILE-UMBRAL INTO WSS-UMBRAL
           IF WFS-UMBRAL = '00'
               IF UMB-MINUTOS IS NUMERIC
                   MOVE UMB-PASO TO CORTE-PASO
                   PERFORM 2590-BUSCA-PASO
                   COMPUTE TBL-PAS-UMBRAL (TBL-PAS-IDX) =
                           UMB-MINUTOS-N * 6000
               ELSE
                   DISPLAY 'UMBRAL ILEGIBLE PARA EL PASO: 'UMB-PASO
               END-IF
           ELSE
               IF WFS-UMBRAL = '10'
                   MOVE 's' TO WSW-UMBRAL
               END-IF
           END-IF
           .

      ******************************************************************
      *          PROCEDIMIENTO DE ENTRADA DEL SORT                     *
      ******************************************************************
      *EL GO TO AL PARRAFO DE SALIDA EVITA QUE EL CONTROL CAIGA EN
      *CASCADA SOBRE LOS PARRAFOS SUBORDINADOS DEL RANGO DEL SORT
       2100-CAPTURA.
           PERFORM 2110-LEE-EVENTO
           PERFORM 2115-LIBERA-EVENTO
               UNTIL WSW-RUNSTAT EQUAL 's'
           GO TO 2119-CAPTURA-FIN.

       2110-LEE-EVENTO.
           READ FILE-RUNSTAT INTO WSS-EVENTO
           IF WFS-RUNSTAT = '00'
               ADD 1 TO WAC-EVENTOS
           ELSE
               IF WFS-RUNSTAT = '10'
                   MOVE 's' TO WSW-RUNSTAT
               ELSE
                   DISPLAY 'ERROR DE LECTURA ESTADO: 'WFS-RUNSTAT
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
           END-IF
           .

      *EL NUMERO DE EVENTO CONSERVA EL ORDEN DE LLEGADA AL ARCHIVO;
      *UN EVENTO CON FECHA U HORA NO NUMERICA SE CUENTA Y SE DESCARTA
       2115-LIBERA-EVENTO.
           IF EVT-FECHA IS NOT NUMERIC OR
              EVT-HORA IS NOT NUMERIC OR
              (EVT-TIPO NOT EQUAL 'I' AND EVT-TIPO NOT EQUAL 'T')
               ADD 1 TO WAC-INVALIDOS
           ELSE
               MOVE EVT-FECHA-N TO ORD-FECHA
               MOVE EVT-PASO TO ORD-PASO
               MOVE WAC-EVENTOS TO ORD-SECUENCIA
               MOVE EVT-TIPO TO ORD-TIPO
               MOVE EVT-HORA-N TO ORD-HORA
               IF EVT-RC IS NUMERIC
                   MOVE EVT-RC-N TO ORD-RC
               ELSE
                   MOVE ZEROES TO ORD-RC
               END-IF
               RELEASE SORT-REG
           END-IF
           PERFORM 2110-LEE-EVENTO
           .

       2119-CAPTURA-FIN.
           EXIT.

      ******************************************************************
      *          PROCEDIMIENTO DE SALIDA DEL SORT                      *
      ******************************************************************
      *AL LLEGAR A LA NOCHE N+1 SE DEJA DE LEER EL SORT
       2500-REPORTA.
           PERFORM 2510-REGRESA-REGISTRO
           PERFORM 2520-PROCESA-EVENTO
               UNTIL WSW-ORDENA EQUAL 's'
                  OR WSW-NOCHES-COMPLETAS EQUAL 'S'
           IF WAC-NOCHES GREATER THAN ZEROES AND
              WSW-NOCHES-COMPLETAS NOT EQUAL 'S'
               PERFORM 2540-CIERRA-PASO
               PERFORM 2550-CIERRA-NOCHE
           END-IF
           PERFORM 2580-RESUMEN
           GO TO 2599-REPORTA-FIN.

       2510-REGRESA-REGISTRO.
           RETURN FILE-ORDENA INTO WSS-ORDENADO
               AT END
                   MOVE 's' TO WSW-ORDENA
               NOT AT END
                   ADD 1 TO WAC-ORDENADOS
           END-RETURN
           .

      *CORTES DE CONTROL: EL CAMBIO DE FECHA CIERRA PASO Y NOCHE; EL
      *DE PASO SOLO CIERRA EL PASO
       2520-PROCESA-EVENTO.
           IF WAC-NOCHES EQUAL ZEROES
               PERFORM 2560-ABRE-NOCHE
               PERFORM 2545-ABRE-PASO
           ELSE
               IF ORD2-FECHA NOT EQUAL CORTE-FECHA
                   PERFORM 2540-CIERRA-PASO
                   PERFORM 2550-CIERRA-NOCHE
                   IF WAC-NOCHES NOT LESS THAN WSS-NOCHES
                       MOVE 'S' TO WSW-NOCHES-COMPLETAS
                   ELSE
                       PERFORM 2560-ABRE-NOCHE
                       PERFORM 2545-ABRE-PASO
                   END-IF
               ELSE
                   IF ORD2-PASO NOT EQUAL CORTE-PASO
                       PERFORM 2540-CIERRA-PASO
                       PERFORM 2545-ABRE-PASO
                   END-IF
               END-IF
           END-IF
           IF WSW-NOCHES-COMPLETAS NOT EQUAL 'S'
               PERFORM 2530-APLICA-EVENTO
               PERFORM 2510-REGRESA-REGISTRO
           END-IF
           .

      *UN INICIO QUEDA PENDIENTE HASTA SU TERMINO; OTRO INICIO ANTES
      *DEL TERMINO DEJA AL ANTERIOR COMO INCOMPLETO (ABEND Y
      *REINICIO). LA CADENA ARRANCA CON EL PRIMER EVENTO DE LA NOCHE
      *Y TERMINA CON EL ULTIMO TERMINO
       2530-APLICA-EVENTO.
           IF ORD2-SECUENCIA LESS THAN NOC-SEC-INICIO
               MOVE ORD2-SECUENCIA TO NOC-SEC-INICIO
               MOVE ORD2-HORA TO NOC-HORA-INICIO
           END-IF
           IF ORD2-TIPO EQUAL 'I'
               IF WSW-PENDIENTE EQUAL 'S'
                   PERFORM 2535-REPORTA-INCOMPLETO
               END-IF
               MOVE 'S' TO WSW-PENDIENTE
               MOVE ORD2-HORA TO PEN-HORA
           ELSE
               IF ORD2-SECUENCIA GREATER THAN NOC-SEC-FIN
                   MOVE ORD2-SECUENCIA TO NOC-SEC-FIN
                   MOVE ORD2-HORA TO NOC-HORA-FIN
               END-IF
               IF WSW-PENDIENTE EQUAL 'S'
                   PERFORM 2537-REPORTA-CORRIDA
                   MOVE SPACE TO WSW-PENDIENTE
               ELSE
                   PERFORM 2538-REPORTA-SIN-INICIO
               END-IF
           END-IF
           .

       2535-REPORTA-INCOMPLETO.
           PERFORM 2590-BUSCA-PASO
           ADD 1 TO TBL-PAS-INCOMPL (TBL-PAS-IDX)
           ADD 1 TO WAC-INCOMPLETOS
           MOVE SPACES TO WSS-LIN-DET
           MOVE CORTE-PASO TO DET-PASO
           MOVE PEN-HORA TO WSS-HORA-CONV
           PERFORM 2575-EDITA-HORA
           MOVE WSS-HORA-EDIT TO DET-INICIO
           MOVE 'INCOMPLETO/ABEND' TO DET-OBSERVA
           PERFORM 2585-GRABA-DETALLE
           .

      *CORRIDA COMPLETA: DURACION DEL INICIO PENDIENTE AL TERMINO, CON
      *VUELTA DE MEDIANOCHE, CONTRA EL UMBRAL DEL PASO
       2537-REPORTA-CORRIDA.
           MOVE PEN-HORA TO WSS-HORA-CONV
           PERFORM 2570-A-CENTESIMAS
           MOVE TMP-CENTESIMAS TO TMP-CENT-INICIO
           MOVE ORD2-HORA TO WSS-HORA-CONV
           PERFORM 2570-A-CENTESIMAS
           MOVE TMP-CENTESIMAS TO TMP-CENT-FIN
           IF TMP-CENT-FIN LESS THAN TMP-CENT-INICIO
               ADD TMP-UN-DIA TO TMP-CENT-FIN
           END-IF
           SUBTRACT TMP-CENT-INICIO FROM TMP-CENT-FIN
               GIVING TMP-DURACION
           PERFORM 2590-BUSCA-PASO
           ADD 1 TO TBL-PAS-CORRIDAS (TBL-PAS-IDX)
           ADD 1 TO WAC-CORRIDAS
           ADD TMP-DURACION TO TBL-PAS-SUMA (TBL-PAS-IDX)
           IF TMP-DURACION GREATER THAN TBL-PAS-PEOR (TBL-PAS-IDX)
               MOVE TMP-DURACION TO TBL-PAS-PEOR (TBL-PAS-IDX)
               MOVE CORTE-FECHA TO TBL-PAS-FECHA-PEOR (TBL-PAS-IDX)
           END-IF
           MOVE SPACES TO WSS-LIN-DET
           IF TBL-PAS-UMBRAL (TBL-PAS-IDX) GREATER THAN ZEROES AND
              TMP-DURACION GREATER THAN TBL-PAS-UMBRAL (TBL-PAS-IDX)
               ADD 1 TO TBL-PAS-EXCEDIDAS (TBL-PAS-IDX)
               ADD 1 TO WAC-EXCEDIDAS
               MOVE 'EXCEDE UMBRAL' TO DET-OBSERVA
           END-IF
           MOVE CORTE-PASO TO DET-PASO
           MOVE PEN-HORA TO WSS-HORA-CONV
           PERFORM 2575-EDITA-HORA
           MOVE WSS-HORA-EDIT TO DET-INICIO
           MOVE ORD2-HORA TO WSS-HORA-CONV
           PERFORM 2575-EDITA-HORA
           MOVE WSS-HORA-EDIT TO DET-TERMINO
           MOVE TMP-DURACION TO TMP-CENTESIMAS
           PERFORM 2577-EDITA-DURACION
           MOVE WSS-HORA-EDIT TO DET-DURACION
           MOVE ORD2-RC TO DET-RC
           PERFORM 2585-GRABA-DETALLE
           .

      *TERMINO SIN INICIO PREVIO EN LA FECHA: SE MUESTRA PERO NO
      *ENTRA A LA ESTADISTICA
       2538-REPORTA-SIN-INICIO.
           ADD 1 TO WAC-SIN-INICIO
           MOVE SPACES TO WSS-LIN-DET
           MOVE CORTE-PASO TO DET-PASO
           MOVE ORD2-HORA TO WSS-HORA-CONV
           PERFORM 2575-EDITA-HORA
           MOVE WSS-HORA-EDIT TO DET-TERMINO
           MOVE ORD2-RC TO DET-RC
           MOVE 'TERMINO SIN INICIO' TO DET-OBSERVA
           PERFORM 2585-GRABA-DETALLE
           .

       2540-CIERRA-PASO.
           IF WSW-PENDIENTE EQUAL 'S'
               PERFORM 2535-REPORTA-INCOMPLETO
               MOVE SPACE TO WSW-PENDIENTE
           END-IF
           .

       2545-ABRE-PASO.
           MOVE ORD2-PASO TO CORTE-PASO
           MOVE SPACE TO WSW-PENDIENTE
           .

      *LINEA DE LA CADENA: DEL PRIMER EVENTO AL ULTIMO TERMINO. LA
      *HORA DE CORTE SE TOMA LA PRIMERA VEZ QUE LLEGA DESPUES DEL
      *ARRANQUE (SI ES MENOR QUE LA HORA DE ARRANQUE, ES DEL DIA
      *SIGUIENTE)
       2550-CIERRA-NOCHE.
           MOVE SPACES TO WSS-LIN-DET
           MOVE 'CADENA' TO DET-PASO
           MOVE NOC-HORA-INICIO TO WSS-HORA-CONV
           PERFORM 2575-EDITA-HORA
           MOVE WSS-HORA-EDIT TO DET-INICIO
           IF NOC-SEC-FIN EQUAL ZEROES
               MOVE 'SIN TERMINO' TO DET-OBSERVA
           ELSE
               PERFORM 2570-A-CENTESIMAS
               MOVE TMP-CENTESIMAS TO TMP-CENT-INICIO
               MOVE NOC-HORA-FIN TO WSS-HORA-CONV
               PERFORM 2575-EDITA-HORA
               MOVE WSS-HORA-EDIT TO DET-TERMINO
               PERFORM 2570-A-CENTESIMAS
               MOVE TMP-CENTESIMAS TO TMP-CENT-FIN
               IF TMP-CENT-FIN LESS THAN TMP-CENT-INICIO
                   ADD TMP-UN-DIA TO TMP-CENT-FIN
               END-IF
               COMPUTE TMP-CENT-CORTE =
                       (WSS-CORTE-HH * 3600 + WSS-CORTE-MM * 60) * 100
               IF TMP-CENT-CORTE LESS THAN TMP-CENT-INICIO
                   ADD TMP-UN-DIA TO TMP-CENT-CORTE
               END-IF
               SUBTRACT TMP-CENT-INICIO FROM TMP-CENT-FIN
                   GIVING TMP-DURACION
               ADD 1 TO WAC-CAD-NOCHES
               ADD TMP-DURACION TO WAC-CAD-SUMA
               IF TMP-DURACION GREATER THAN WAC-CAD-PEOR
                   MOVE TMP-DURACION TO WAC-CAD-PEOR
                   MOVE CORTE-FECHA TO WAC-CAD-FECHA-PEOR
               END-IF
               IF TMP-CENT-FIN GREATER THAN TMP-CENT-CORTE
                   ADD 1 TO WAC-CAD-FUERA
                   MOVE 'FUERA DE CORTE' TO DET-OBSERVA
               END-IF
               MOVE TMP-DURACION TO TMP-CENTESIMAS
               PERFORM 2577-EDITA-DURACION
               MOVE WSS-HORA-EDIT TO DET-DURACION
           END-IF
           PERFORM 2585-GRABA-DETALLE
           .

       2560-ABRE-NOCHE.
           ADD 1 TO WAC-NOCHES
           MOVE ORD2-FECHA TO CORTE-FECHA
           MOVE 999999999 TO NOC-SEC-INICIO
           MOVE ZEROES TO NOC-HORA-INICIO NOC-SEC-FIN NOC-HORA-FIN
           MOVE SPACES TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           MOVE ORD2-FECHA TO NOCH-FECHA
           MOVE WSS-LIN-NOCHE TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           MOVE WSS-LIN-ENC2 TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           .

       2570-A-CENTESIMAS.
           COMPUTE TMP-CENTESIMAS =
                   ((HCV-HH * 60 + HCV-MM) * 60 + HCV-SS) * 100
                   + HCV-CC
           .

       2575-EDITA-HORA.
           MOVE HCV-HH TO EDH-HH
           MOVE HCV-MM TO EDH-MM
           MOVE HCV-SS TO EDH-SS
           .

      *DURACION EN CENTESIMAS (TMP-CENTESIMAS) A HH:MM:SS
       2577-EDITA-DURACION.
           DIVIDE TMP-CENTESIMAS BY 100 GIVING TMP-SEGUNDOS
           DIVIDE TMP-SEGUNDOS BY 3600 GIVING EDH-HH
               REMAINDER TMP-RESTO
           DIVIDE TMP-RESTO BY 60 GIVING EDH-MM
               REMAINDER EDH-SS
           .

      *RESUMEN POR PASO Y DE LA CADENA SOBRE LAS NOCHES REPORTADAS
       2580-RESUMEN.
           MOVE SPACES TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           MOVE WSS-LIN-RES1 TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           MOVE WSS-LIN-RES2 TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           PERFORM 2582-RESUME-PASO
               VARYING TBL-PAS-IDX FROM 1 BY 1
               UNTIL TBL-PAS-IDX GREATER THAN TBL-PAS-CANT
           MOVE WAC-CAD-NOCHES TO RCA-NOCHES
           MOVE SPACES TO RCA-PROMEDIO RCA-PEOR RCA-FECHA-PEOR
           IF WAC-CAD-NOCHES GREATER THAN ZEROES
               DIVIDE WAC-CAD-SUMA BY WAC-CAD-NOCHES
                   GIVING TMP-CENTESIMAS
               PERFORM 2577-EDITA-DURACION
               MOVE WSS-HORA-EDIT TO RCA-PROMEDIO
               MOVE WAC-CAD-PEOR TO TMP-CENTESIMAS
               PERFORM 2577-EDITA-DURACION
               MOVE WSS-HORA-EDIT TO RCA-PEOR
               MOVE WAC-CAD-FECHA-PEOR TO RCA-FECHA-PEOR
           END-IF
           MOVE WAC-CAD-FUERA TO RCA-FUERA
           MOVE WSS-LIN-RESCAD TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           .

      *UN PASO QUE SOLO VIENE EN EL ARCHIVO DE UMBRALES Y NO CORRIO EN
      *LAS NOCHES REPORTADAS SALE CON CEROS
       2582-RESUME-PASO.
           MOVE TBL-PAS-NOM (TBL-PAS-IDX) TO RES-PASO
           MOVE TBL-PAS-CORRIDAS (TBL-PAS-IDX) TO RES-CORRIDAS
           MOVE SPACES TO RES-PROMEDIO RES-PEOR RES-FECHA-PEOR
           IF TBL-PAS-CORRIDAS (TBL-PAS-IDX) GREATER THAN ZEROES
               DIVIDE TBL-PAS-SUMA (TBL-PAS-IDX)
                   BY TBL-PAS-CORRIDAS (TBL-PAS-IDX)
                   GIVING TMP-CENTESIMAS
               PERFORM 2577-EDITA-DURACION
               MOVE WSS-HORA-EDIT TO RES-PROMEDIO
               MOVE TBL-PAS-PEOR (TBL-PAS-IDX) TO TMP-CENTESIMAS
               PERFORM 2577-EDITA-DURACION
               MOVE WSS-HORA-EDIT TO RES-PEOR
               MOVE TBL-PAS-FECHA-PEOR (TBL-PAS-IDX) TO RES-FECHA-PEOR
           END-IF
           MOVE TBL-PAS-EXCEDIDAS (TBL-PAS-IDX) TO RES-EXCEDIDAS
           MOVE TBL-PAS-INCOMPL (TBL-PAS-IDX) TO RES-INCOMPL
           DIVIDE TBL-PAS-UMBRAL (TBL-PAS-IDX) BY 6000
               GIVING RES-UMBRAL
           MOVE WSS-LIN-RESDET TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           .

       2585-GRABA-DETALLE.
           MOVE WSS-LIN-DET TO REG-REPSLA
           PERFORM 2586-GRABA-REPORTE
           .

       2586-GRABA-REPORTE.
           WRITE REG-REPSLA
           IF WFS-REPSLA EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR DE GRABACION REPORTE: 'WFS-REPSLA
              MOVE 99 TO RETURN-CODE
              PERFORM 1110-FIN-PROG
           END-IF
           .

      *LOCALIZA CORTE-PASO EN LA TABLA DE PASOS O LO AGREGA EN CEROS
       2590-BUSCA-PASO.
           MOVE SPACE TO WSW-PAS-HALLADO
           PERFORM 2595-COMPARA-PASO
               VARYING TBL-PAS-IDX FROM 1 BY 1
               UNTIL TBL-PAS-IDX GREATER THAN TBL-PAS-CANT
                  OR WSW-PAS-HALLADO EQUAL 'S'
           IF WSW-PAS-HALLADO EQUAL 'S'
               SET TBL-PAS-IDX DOWN BY 1
           ELSE
               IF TBL-PAS-CANT GREATER THAN OR EQUAL TO 100
                   DISPLAY 'TABLA DE PASOS LLENA (100), SE ENCONTRO '
                           'UN PASO ADICIONAL: 'CORTE-PASO
                   MOVE 99 TO RETURN-CODE
                   PERFORM 1110-FIN-PROG
               END-IF
               ADD 1 TO TBL-PAS-CANT
               SET TBL-PAS-IDX TO TBL-PAS-CANT
               MOVE CORTE-PASO TO TBL-PAS-NOM (TBL-PAS-IDX)
               MOVE ZEROES TO TBL-PAS-UMBRAL (TBL-PAS-IDX)
                              TBL-PAS-CORRIDAS (TBL-PAS-IDX)
                              TBL-PAS-SUMA (TBL-PAS-IDX)
                              TBL-PAS-PEOR (TBL-PAS-IDX)
                              TBL-PAS-FECHA-PEOR (TBL-PAS-IDX)
                              TBL-PAS-EXCEDIDAS (TBL-PAS-IDX)
                              TBL-PAS-INCOMPL (TBL-PAS-IDX)
           END-IF
           .

       2595-COMPARA-PASO.
           IF TBL-PAS-NOM (TBL-PAS-IDX) EQUAL CORTE-PASO
               MOVE 'S' TO WSW-PAS-HALLADO
           END-IF
           .

       2599-REPORTA-FIN.
           EXIT.

       3000-FIN.
           PERFORM 3100-CIERRA-ARCHIVOS.
           DISPLAY 'EVENTOS LEIDOS           : 'WAC-EVENTOS
           DISPLAY 'EVENTOS INVALIDOS        : 'WAC-INVALIDOS
           DISPLAY 'NOCHES REPORTADAS        : 'WAC-NOCHES
           DISPLAY 'CORRIDAS DE PASO         : 'WAC-CORRIDAS
           DISPLAY 'CORRIDAS SOBRE UMBRAL    : 'WAC-EXCEDIDAS
           DISPLAY 'PASOS INCOMPLETOS        : 'WAC-INCOMPLETOS
           DISPLAY 'TERMINOS SIN INICIO      : 'WAC-SIN-INICIO
           DISPLAY 'NOCHES FUERA DE CORTE    : 'WAC-CAD-FUERA
           IF WAC-EXCEDIDAS GREATER THAN ZEROES OR
              WAC-INCOMPLETOS GREATER THAN ZEROES OR
              WAC-CAD-FUERA GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 1110-FIN-PROG.

       3100-CIERRA-ARCHIVOS.
           CLOSE FILE-RUNSTAT
                 FILE-REPSLA
           .
