      *                    PROCEDIMIENTO QUE LANZA LOS PASOS LEE EL RC
      *                    Y UN ABORTO CON RC 0 SE TOMABA COMO PASO
      *                    AUTORIZADO SIN HABER CHECADO NADA.
      * 15/10/2026 R2D2 - LA CADENA INCORPORA EJR2D226 (LIBERA LOS
      *                    MOVIMIENTOS PROGRAMADOS CUYA FECHA EFECTIVA
      *                    YA LLEGO A APROBALTA/APROBAJA/APROCAMB).
      *                    CORRE DESPUES DE EJR2D205 Y ES AHORA EL
      *                    PREDECESOR DE EJR2D204, EJR2D216 Y
      *                    EJR2D214; ESTE ULTIMO SIGUE DESPUES DE
      *                    EJR2D205 A TRAVES DE EJR2D226.
      * 15/10/2026 R2D2 - LA CADENA INCORPORA EJR2D230 (PLANTILLA
      *                    AUTORIZADA CONTRA REAL), DESPUES DE
      *                    EJR2D202 COMO LOS DEMAS REPORTES DE SAL1.
      * 15/10/2026 R2D2 - EJR2D217 TERMINA CON RC 016 CUANDO RECHAZA EL
      *                    EXTRACTO DIARIO (ENCABEZADO/SUMARIO QUE NO
      *                    CUADRAN O EXTRACTO YA PROCESADO). SI ESE ES
      *                    EL ULTIMO TERMINO DEL PREDECESOR, EL INICIO
      *                    DE EJR2D202 SE NIEGA CON RETURN-CODE 16 EN
      *                    VEZ DE 99, PARA QUE EL PROCEDIMIENTO LO
      *                    DISTINGA DE UNA FALLA, Y EL RESUMEN MUESTRA
      *                    EL PASO COMO RECHAZADO.
      * 15/10/2026 R2D2 - REG-EMP2 CRECE A 200 (NOMBRE COMPLETO, CURP,
      *                    PUESTO, FECHA DE INGRESO Y ESTATUS), IGUAL
      *                    QUE EN LOS DEMAS PROGRAMAS QUE ABREN ENT2.
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

       FD  FILE-CTRL
           RECORDING MODE IS F
           05 WSW-FIN-HALLADO PIC X(1) VALUE SPACE.
           05 WSW-REINICIO PIC X(1) VALUE SPACE.
           05 WSW-RC-MALO PIC X(1) VALUE SPACE.
           05 WSW-EXT-RECHAZADO PIC X(1) VALUE SPACE.

      *PARAMETROS DE LA INVOCACION; LA FECHA DE CORRIDA POR DEFECTO
      *ES LA DE HOY Y EL RC LLEGA JUSTIFICADO A LA IZQUIERDA, COMO
           05 FILLER PIC X(17) VALUE 'EJR2D203EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D205EJR2D202S'.
           05 FILLER PIC X(17) VALUE 'EJR2D206EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D226EJR2D205 '.
           05 FILLER PIC X(17) VALUE 'EJR2D204EJR2D226 '.
           05 FILLER PIC X(17) VALUE 'EJR2D216EJR2D226 '.
           05 FILLER PIC X(17) VALUE 'EJR2D214EJR2D226 '.
           05 FILLER PIC X(17) VALUE 'EJR2D208EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D211EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D230EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D212EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D207EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D210EJR2D202 '.
           05 FILLER PIC X(17) VALUE 'EJR2D218EJR2D208 '.
       01 WSS-CADENA REDEFINES WSS-CADENA-VALORES.
           05 TBL-PASO OCCURS 17 TIMES INDEXED BY TBL-PASO-IDX.
               10 TBL-PASO-NOM       PIC X(08).
               10 TBL-PASO-PRED      PIC X(08).
               10 TBL-PASO-UNAVEZ    PIC X(01).
           IF WSW-NEGADO EQUAL 'S'
               DISPLAY 'PASO 'WSS-PASO' NEGADO PARA LA CORRIDA '
                       WSS-FECHA-CORRIDA
               IF WSW-EXT-RECHAZADO EQUAL 'S'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 99 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'I' TO EVT-TIPO
               MOVE ZEROES TO EVT-RC
           MOVE SPACE TO WSW-PASO-HALLADO
           PERFORM 2015-COMPARA-PASO
               VARYING TBL-PASO-IDX FROM 1 BY 1
               UNTIL TBL-PASO-IDX GREATER THAN 17
                  OR WSW-PASO-HALLADO EQUAL 'S'
           .

               CONTINUE
           ELSE
               MOVE SPACE TO WSW-PRED-OK
               MOVE SPACE TO WSW-EXT-RECHAZADO
               PERFORM 2025-BUSCA-TERMINO-PRED
                   VARYING TBL-EVT-IDX FROM 1 BY 1
                   UNTIL TBL-EVT-IDX GREATER THAN TBL-EVT-CANT
               IF WSW-PRED-OK NOT EQUAL 'S'
                   DISPLAY 'EL PREDECESOR 'WSS-PRED-PASO' NO HA '
                           'TERMINADO CON RC 000 EN ESTA FECHA'
                   IF WSW-EXT-RECHAZADO EQUAL 'S'
                       DISPLAY 'EJR2D217 RECHAZO EL EXTRACTO DIARIO; '
                               'LA CADENA SE DETIENE'
                   END-IF
                   MOVE 'S' TO WSW-NEGADO
               END-IF
           END-IF
           .

      *EL ULTIMO TERMINO DE EJR2D217 CON RC 016 ES UN EXTRACTO
      *RECHAZADO, NO UNA FALLA DEL PASO
       2025-BUSCA-TERMINO-PRED.
           IF TBL-EVT-PASO (TBL-EVT-IDX) EQUAL WSS-PRED-PASO AND
              TBL-EVT-TIPO (TBL-EVT-IDX) EQUAL 'T'
               IF TBL-EVT-RC (TBL-EVT-IDX) EQUAL ZEROES
                   MOVE 'S' TO WSW-PRED-OK
               END-IF
               IF WSS-PRED-PASO EQUAL 'EJR2D217' AND
                  TBL-EVT-RC (TBL-EVT-IDX) EQUAL 16
                   MOVE 'S' TO WSW-EXT-RECHAZADO
               ELSE
                   MOVE SPACE TO WSW-EXT-RECHAZADO
               END-IF
           END-IF
           .

           WRITE REG-REPRUN FROM WSS-LIN-ENC2
           PERFORM 2510-RESUME-PASO
               VARYING TBL-PASO-IDX FROM 1 BY 1
               UNTIL TBL-PASO-IDX GREATER THAN 17
           PERFORM 2560-RESUME-BALANCEO
           CLOSE FILE-REPRUN
           DISPLAY 'PASOS COMPLETOS          : 'WAC-COMPLETOS
                   MOVE 'COMPLETO' TO DET-ESTADO
               ELSE
                   ADD 1 TO WAC-CON-ERROR
                   IF DET-RC EQUAL '016' AND
                      DET-PASO EQUAL 'EJR2D217'
                       MOVE 'RECHAZADO' TO DET-ESTADO
                   ELSE
                       MOVE 'CON ERROR' TO DET-ESTADO
                   END-IF
               END-IF
           ELSE
               IF WSW-INI-HALLADO EQUAL 'S'
