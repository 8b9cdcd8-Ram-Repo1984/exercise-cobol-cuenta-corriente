
           SELECT PENDIENTES ASSIGN TO "EXCEPCIONES-PENDIENTES.TXT"
           FILE STATUS IS FS-PEND.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.

           SELECT CHECKPOINT-CCCACT ASSIGN TO "CCCACT-CKPT.TXT"
           FILE STATUS IS FS-CKPT.
       I-O-CONTROL.

       DATA DIVISION.
          RECORDING MODE F.
       01 REG-PENDIENTE                      PIC X(150).

      *---------------------------------------------------------
      * CONTROL DE CORRIDAS DE LA CADENA NOCTURNA, COMPARTIDO POR
      * TODOS LOS PROGRAMAS CCC Y ACUMULATIVO: CADA PROGRAMA
      * AGREGA UN REGISTRO AL EMPEZAR (I), OTRO AL TERMINAR CON
      * SU RETURN-CODE (F) Y, SI SE NIEGA A EMPEZAR PORQUE SUS
      * PREDECESORES NO TERMINARON BIEN, UNO DE RECHAZO (R) CON EL
      * MOTIVO. CADA REGISTRO LLEVA LA FECHA DE PROCESO DE LA
      * CORRIDA Y EL PERIODO AAAAMM QUE TRATA. CCCCTL LO LISTA.
      *---------------------------------------------------------
       FD CONTROL-CORRIDAS
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS.
       01 REG-CONTROL-CORRIDA.
           05 CCO-FECHA-PROCESO              PIC 9(08).
           05 CCO-PROGRAMA                   PIC X(08).
           05 FILLER REDEFINES CCO-PROGRAMA.
               10 CCO-PROG-BASE              PIC X(06).
               10 CCO-PROG-CICLO             PIC X(02).
           05 CCO-EVENTO                     PIC X(01).
             88 CCO-INICIO                       VALUE "I".
             88 CCO-FIN                          VALUE "F".
             88 CCO-RECHAZO                      VALUE "R".
           05 CCO-PERIODO                    PIC 9(06).
           05 CCO-FECHA                      PIC 9(08).
           05 CCO-HORA                       PIC 9(06).
           05 CCO-RETURN-CODE                PIC 9(02).
           05 CCO-MOTIVO                     PIC X(40).
           05 FILLER                         PIC X(01).

      *---------------------------------------------------------
      * CHECKPOINT DE CCCACT: SOLO SE MIRA SI TIENE REGISTRO.
      * MIENTRAS LO TENGA, CCCACT ESTA A MITAD DE UN RESTART Y
      * TODAVIA VA A LEER REPROCESO-CCCACT.TXT.
      *---------------------------------------------------------
       FD CHECKPOINT-CCCACT
          RECORDING MODE F.
       01 REG-CHECKPOINT-CCCACT              PIC X(822).

       WORKING-STORAGE SECTION.
      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CTL-CORRIDAS               PIC X(02).
             88 CTL-CORRIDAS-OK                 VALUE "00".
             88 CTL-CORRIDAS-NO-EXISTE          VALUE "35".
             88 EOF-CTL-CORRIDAS                VALUE "10".
           05 FS-CKPT                       PIC X(02).
             88 CHECKPOINT-OK                   VALUE "00".
             88 CHECKPOINT-NO-EXISTE            VALUE "35".
             88 EOF-CHECKPOINT                  VALUE "10".
           05 FS-EXCEP                      PIC X(02).
             88 EXCEP-OK                        VALUE "00".
             88 EXCEP-NO-EXISTE                 VALUE "35".
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-DESPUES                   PIC X(55).

      *---------------------------------------------
      * VARIABLES DEL CONTROL DE CORRIDAS. LA TABLA DE PREDECESORES
      * DICE QUE PROGRAMAS DEBEN HABER TERMINADO BIEN ANTES DE ESTE:
      * PROGRAMA, ALCANCE DE LA CORRIDA QUE CUENTA (F = MISMA FECHA
      * DE PROCESO, M = MISMO PERIODO AAAAMM, U = ULTIMA CORRIDA SIN
      * IMPORTAR LA FECHA), SI ES OBLIGATORIO QUE HAYA CORRIDO (S/N)
      * Y EL RETURN-CODE MAXIMO QUE SE ACEPTA COMO FIN LIMPIO. AL
      * LADO QUEDA LO ULTIMO QUE EL CONTROL REGISTRA DE CADA UNO Y
      * EL CICLO PARCIAL SUYO (CCCACTNN) QUE EMPEZO SIN TERMINAR.
      *---------------------------------------------
       01 WS-CONTROL-CORRIDAS.
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCFIX".
           05 WS-CCO-FECHA-PROCESO          PIC 9(08) VALUE ZEROES.
           05 FILLER REDEFINES WS-CCO-FECHA-PROCESO.
               10 WS-CCO-PROCESO-AAAAMM     PIC 9(06).
               10 FILLER                    PIC 9(02).
           05 WS-CCO-PERIODO                PIC 9(06) VALUE ZEROES.
           05 WS-CCO-EVENTO                 PIC X(01) VALUE SPACES.
           05 WS-CCO-RETORNO                PIC 9(02) VALUE ZEROES.
           05 WS-CCO-MOTIVO.
               10 WS-CCO-MOT-PROGRAMA       PIC X(07).
               10 WS-CCO-MOT-TEXTO          PIC X(33).
               10 FILLER REDEFINES WS-CCO-MOT-TEXTO.
                   15 FILLER                PIC X(24).
                   15 WS-CCO-MOT-RC         PIC 9(02).
                   15 FILLER                PIC X(07).
           05 WS-CCO-FECHA                  PIC 9(08) VALUE ZEROES.
           05 WS-CCO-HORA.
               10 WS-CCO-HHMMSS             PIC 9(06).
               10 FILLER                    PIC 9(02).
           05 WS-SW-CORRIDA-REGISTRADA      PIC X(01) VALUE "N".
             88 CORRIDA-REGISTRADA              VALUE "S".
             88 CORRIDA-NO-REGISTRADA           VALUE "N".
           05 WS-SW-FIN-REGISTRADO          PIC X(01) VALUE "N".
             88 FIN-REGISTRADO                  VALUE "S".
             88 FIN-NO-REGISTRADO               VALUE "N".
           05 WS-SW-PREDECESORES            PIC X(01) VALUE "S".
             88 PREDECESORES-OK                 VALUE "S".
             88 PREDECESORES-PENDIENTES         VALUE "N".
           05 WS-PRED-CANT                  PIC 9(02) VALUE 01.

       01 WS-PREDECESORES-VALORES.
           05 FILLER                        PIC X(17)
                VALUE "CCCACT  FS04 00  ".
       01 WS-TABLA-PREDECESORES REDEFINES WS-PREDECESORES-VALORES.
           05 WS-PRED-DATOS OCCURS 1 TIMES
              INDEXED BY WS-IDX-PRED.
               10 WS-PRED-PROGRAMA          PIC X(08).
               10 WS-PRED-ALCANCE           PIC X(01).
                 88 PRED-MISMA-FECHA            VALUE "F".
                 88 PRED-MISMO-PERIODO          VALUE "M".
                 88 PRED-ULTIMA-CORRIDA         VALUE "U".
               10 WS-PRED-OBLIGATORIO       PIC X(01).
                 88 PRED-OBLIGATORIO            VALUE "S".
               10 WS-PRED-RC-MAXIMO         PIC 9(02).
               10 WS-PRED-EVENTO            PIC X(01).
                 88 PRED-SIN-CORRIDA            VALUE SPACES.
                 88 PRED-SIN-TERMINAR           VALUE "I".
               10 WS-PRED-RC                PIC 9(02).
               10 WS-PRED-CICLO             PIC X(02).

       PROCEDURE DIVISION.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.

           MOVE WS-FECHA-PROCESO TO WS-CCO-FECHA-PROCESO.
           PERFORM 05000-CONTROLAR-PREDECESORES
           THRU 05000-F-CONTROLAR-PREDECESORES.

           PERFORM 05050-VERIFICAR-RESTART-CCCACT
           THRU 05050-F-VERIFICAR-RESTART-CCCACT.

           PERFORM 05100-REGISTRAR-INICIO
           THRU 05100-F-REGISTRAR-INICIO.

           PERFORM 10000-CARGAR-CORRECCIONES
           THRU 10000-F-CARGAR-CORRECCIONES.

           PERFORM 30000-FIN-PGM
           THRU 30000-F-FIN-PGM.

           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

      *-----------------------------------------------------------
      * CONTROL DE LA CADENA NOCTURNA: ANTES DE TOCAR NINGUN
      * FICHERO SE LEE CONTROL-CORRIDAS-CCC.TXT Y SE TOMA, DE CADA
      * PREDECESOR DE LA TABLA, SU ULTIMA CORRIDA DENTRO DEL
      * ALCANCE. LA CORRIDA SE RECHAZA CON RETURN-CODE 20 SI UN
      * PREDECESOR OBLIGATORIO NO CORRIO, SI ALGUNO EMPEZO Y NO
      * TERMINO (EN CURSO, O CAIDO SIN LLEGAR A REGISTRAR EL FIN)
      * O SI TERMINO CON UN RETURN-CODE MAYOR AL ACEPTADO. LOS
      * RECHAZOS PREVIOS NO CUENTAN: ESA CORRIDA NO HIZO NADA. SIN
      * FICHERO NO HAY CORRIDAS REGISTRADAS TODAVIA.
      *-----------------------------------------------------------
       05000-CONTROLAR-PREDECESORES.

           IF WS-CCO-PERIODO = ZEROES THEN
               MOVE WS-CCO-PROCESO-AAAAMM TO WS-CCO-PERIODO
           END-IF.

           PERFORM 05010-INICIAR-PREDECESOR
           THRU 05010-F-INICIAR-PREDECESOR
           VARYING WS-IDX-PRED FROM 1 BY 1
           UNTIL WS-IDX-PRED > WS-PRED-CANT.

           OPEN INPUT CONTROL-CORRIDAS.

           IF CTL-CORRIDAS-OK THEN
               PERFORM 05020-LEER-CONTROL-CORRIDAS
               THRU 05020-F-LEER-CONTROL-CORRIDAS

               PERFORM 05030-ANOTAR-CORRIDA
               THRU 05030-F-ANOTAR-CORRIDA
               UNTIL EOF-CTL-CORRIDAS

               CLOSE CONTROL-CORRIDAS
               IF NOT CTL-CORRIDAS-OK THEN
                   MOVE "CIERRE"             TO WS-ABEND-OPERACION
                   MOVE "CONTROL-CORRIDAS-CCC.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-CTL-CORRIDAS      TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           ELSE
               IF NOT CTL-CORRIDAS-NO-EXISTE THEN
                   MOVE "APERTURA"           TO WS-ABEND-OPERACION
                   MOVE "CONTROL-CORRIDAS-CCC.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-CTL-CORRIDAS      TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

           SET PREDECESORES-OK TO TRUE.
           PERFORM 05040-EVALUAR-PREDECESOR
           THRU 05040-F-EVALUAR-PREDECESOR
           VARYING WS-IDX-PRED FROM 1 BY 1
           UNTIL WS-IDX-PRED > WS-PRED-CANT
              OR PREDECESORES-PENDIENTES.

           IF PREDECESORES-PENDIENTES THEN
               PERFORM 05900-RECHAZAR-CORRIDA
               THRU 05900-F-RECHAZAR-CORRIDA
           END-IF.

       05000-F-CONTROLAR-PREDECESORES.
           EXIT.

       05010-INICIAR-PREDECESOR.
           MOVE SPACES TO WS-PRED-EVENTO (WS-IDX-PRED).
           MOVE ZEROES TO WS-PRED-RC (WS-IDX-PRED).
           MOVE SPACES TO WS-PRED-CICLO (WS-IDX-PRED).
       05010-F-INICIAR-PREDECESOR.
           EXIT.

       05020-LEER-CONTROL-CORRIDAS.
           READ CONTROL-CORRIDAS.
           IF NOT CTL-CORRIDAS-OK AND NOT EOF-CTL-CORRIDAS THEN
               MOVE "LECTURA"            TO WS-ABEND-OPERACION
               MOVE "CONTROL-CORRIDAS-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CTL-CORRIDAS      TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       05020-F-LEER-CONTROL-CORRIDAS.
           EXIT.

      *-----------------------------------------------------------
      * EL FICHERO ESTA EN ORDEN DE GRABACION, ASI QUE EL ULTIMO
      * INICIO O FIN DE CADA PREDECESOR DENTRO DEL ALCANCE PISA A
      * LOS ANTERIORES Y AL FINAL QUEDA SU ULTIMA CORRIDA. LOS
      * CICLOS PARCIALES (CCCACTNN) NO SON LA CORRIDA DEL PREDECESOR:
      * SOLO SE RECUERDA EL QUE EMPEZO Y AUN NO REGISTRO SU FIN, Y
      * MIENTRAS ESTE ABIERTO EL PREDECESOR QUEDA SIN TERMINAR.
      *-----------------------------------------------------------
       05030-ANOTAR-CORRIDA.
           IF NOT CCO-RECHAZO THEN
               PERFORM 05035-ANOTAR-PREDECESOR
               THRU 05035-F-ANOTAR-PREDECESOR
               VARYING WS-IDX-PRED FROM 1 BY 1
               UNTIL WS-IDX-PRED > WS-PRED-CANT
           END-IF.

           PERFORM 05020-LEER-CONTROL-CORRIDAS
           THRU 05020-F-LEER-CONTROL-CORRIDAS.
       05030-F-ANOTAR-CORRIDA.
           EXIT.

       05035-ANOTAR-PREDECESOR.
           IF (PRED-MISMA-FECHA (WS-IDX-PRED)
               AND CCO-FECHA-PROCESO = WS-CCO-FECHA-PROCESO)
           OR (PRED-MISMO-PERIODO (WS-IDX-PRED)
               AND CCO-PERIODO = WS-CCO-PERIODO)
           OR PRED-ULTIMA-CORRIDA (WS-IDX-PRED) THEN
               IF CCO-PROGRAMA = WS-PRED-PROGRAMA (WS-IDX-PRED) THEN
                   MOVE CCO-EVENTO      TO WS-PRED-EVENTO (WS-IDX-PRED)
                   MOVE CCO-RETURN-CODE TO WS-PRED-RC (WS-IDX-PRED)
               END-IF
               IF CCO-PROG-BASE = WS-PRED-PROGRAMA (WS-IDX-PRED)
               AND CCO-PROG-CICLO IS NUMERIC THEN
                   IF CCO-INICIO THEN
                       MOVE CCO-PROG-CICLO
                            TO WS-PRED-CICLO (WS-IDX-PRED)
                   ELSE
                       IF CCO-PROG-CICLO = WS-PRED-CICLO (WS-IDX-PRED)
                       THEN
                           MOVE SPACES TO WS-PRED-CICLO (WS-IDX-PRED)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       05035-F-ANOTAR-PREDECESOR.
           EXIT.

       05040-EVALUAR-PREDECESOR.
           MOVE SPACES TO WS-CCO-MOTIVO.
           MOVE WS-PRED-PROGRAMA (WS-IDX-PRED) TO WS-CCO-MOT-PROGRAMA.

           EVALUATE TRUE
               WHEN WS-PRED-CICLO (WS-IDX-PRED) NOT = SPACES
                   SET PREDECESORES-PENDIENTES TO TRUE
                   MOVE "CICLO PARCIAL SIN TERMINAR"
                        TO WS-CCO-MOT-TEXTO
               WHEN PRED-SIN-CORRIDA (WS-IDX-PRED)
                   IF PRED-OBLIGATORIO (WS-IDX-PRED) THEN
                       SET PREDECESORES-PENDIENTES TO TRUE
                       EVALUATE TRUE
                           WHEN PRED-MISMA-FECHA (WS-IDX-PRED)
                               MOVE "NO CORRIO EN LA FECHA DE PROCESO"
                                    TO WS-CCO-MOT-TEXTO
                           WHEN PRED-MISMO-PERIODO (WS-IDX-PRED)
                               MOVE "NO CORRIO PARA EL PERIODO"
                                    TO WS-CCO-MOT-TEXTO
                           WHEN OTHER
                               MOVE "NO TIENE NINGUNA CORRIDA"
                                    TO WS-CCO-MOT-TEXTO
                       END-EVALUATE
                   END-IF
               WHEN PRED-SIN-TERMINAR (WS-IDX-PRED)
                   SET PREDECESORES-PENDIENTES TO TRUE
                   MOVE "SIN TERMINAR (EN CURSO O CAIDO)"
                        TO WS-CCO-MOT-TEXTO
               WHEN WS-PRED-RC (WS-IDX-PRED) >
                    WS-PRED-RC-MAXIMO (WS-IDX-PRED)
                   SET PREDECESORES-PENDIENTES TO TRUE
                   MOVE "TERMINO CON RETURN-CODE" TO WS-CCO-MOT-TEXTO
                   MOVE WS-PRED-RC (WS-IDX-PRED) TO WS-CCO-MOT-RC
           END-EVALUATE.
       05040-F-EVALUAR-PREDECESOR.
           EXIT.

      *-----------------------------------------------------------
      * ADEMAS DE SUS PREDECESORES, CCCFIX NO ARRANCA MIENTRAS
      * CCCACT TENGA UN CHECKPOINT PENDIENTE: EL RESTART DE CCCACT
      * VUELVE A LEER REPROCESO-CCCACT.TXT Y ESTE PROGRAMA LO
      * REESCRIBE. CCCACT VACIA EL CHECKPOINT CUANDO TERMINA BIEN,
      * ASI QUE LO QUE CUENTA ES QUE TENGA UN REGISTRO.
      *-----------------------------------------------------------
       05050-VERIFICAR-RESTART-CCCACT.

           OPEN INPUT CHECKPOINT-CCCACT.

           IF CHECKPOINT-OK THEN
               READ CHECKPOINT-CCCACT
               IF CHECKPOINT-OK THEN
                   CLOSE CHECKPOINT-CCCACT
                   MOVE SPACES   TO WS-CCO-MOTIVO
                   MOVE "CCCACT" TO WS-CCO-MOT-PROGRAMA
                   MOVE "EN RESTART (HAY CCCACT-CKPT.TXT)"
                        TO WS-CCO-MOT-TEXTO
                   PERFORM 05900-RECHAZAR-CORRIDA
                   THRU 05900-F-RECHAZAR-CORRIDA
               END-IF
               IF NOT EOF-CHECKPOINT THEN
                   MOVE "LECTURA"           TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CKPT.TXT"   TO WS-ABEND-FICHERO
                   MOVE FS-CKPT             TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
               CLOSE CHECKPOINT-CCCACT
           ELSE
               IF NOT CHECKPOINT-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CKPT.TXT"   TO WS-ABEND-FICHERO
                   MOVE FS-CKPT             TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       05050-F-VERIFICAR-RESTART-CCCACT.
           EXIT.

      *-----------------------------------------------------------
      * DEJA CONSTANCIA DEL INICIO DE LA CORRIDA. DESDE AQUI EL FIN
      * SE REGISTRA SIEMPRE, TAMBIEN DESDE LOS ABENDS CONTROLADOS.
      *-----------------------------------------------------------
       05100-REGISTRAR-INICIO.

           MOVE "I"    TO WS-CCO-EVENTO.
           MOVE ZEROES TO WS-CCO-RETORNO.
           MOVE SPACES TO WS-CCO-MOTIVO.
           PERFORM 05300-GRABAR-CONTROL-CORRIDA
           THRU 05300-F-GRABAR-CONTROL-CORRIDA.

           SET CORRIDA-REGISTRADA TO TRUE.

       05100-F-REGISTRAR-INICIO.
           EXIT.

      *-----------------------------------------------------------
      * DEJA CONSTANCIA DEL FIN DE LA CORRIDA CON EL RETURN-CODE
      * QUE SE DEVUELVE. SE LLAMA ANTES DE CADA STOP RUN POSTERIOR
      * AL INICIO, UNA SOLA VEZ Y SOLO SI EL INICIO QUEDO REGISTRADO.
      *-----------------------------------------------------------
       05200-REGISTRAR-FIN.

           IF CORRIDA-REGISTRADA AND FIN-NO-REGISTRADO THEN
               SET FIN-REGISTRADO TO TRUE
               MOVE "F"         TO WS-CCO-EVENTO
               MOVE RETURN-CODE TO WS-CCO-RETORNO
               MOVE SPACES      TO WS-CCO-MOTIVO
               PERFORM 05300-GRABAR-CONTROL-CORRIDA
               THRU 05300-F-GRABAR-CONTROL-CORRIDA
           END-IF.

       05200-F-REGISTRAR-FIN.
           EXIT.

      *-----------------------------------------------------------
      * AGREGA UN REGISTRO AL CONTROL DE CORRIDAS. SE LLAMA TAMBIEN
      * DESDE LOS ABENDS, POR LO QUE UN ERROR AQUI SOLO SE INFORMA
      * POR CONSOLA: NO PUEDE DISPARAR OTRO ABEND NI PISAR EL
      * RETURN-CODE ORIGINAL.
      *-----------------------------------------------------------
       05300-GRABAR-CONTROL-CORRIDA.

           ACCEPT WS-CCO-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-CCO-HORA FROM TIME.

           OPEN EXTEND CONTROL-CORRIDAS.

           IF CTL-CORRIDAS-NO-EXISTE THEN
               OPEN OUTPUT CONTROL-CORRIDAS
           END-IF.

           IF CTL-CORRIDAS-OK THEN
               MOVE SPACES               TO REG-CONTROL-CORRIDA
               MOVE WS-CCO-FECHA-PROCESO TO CCO-FECHA-PROCESO
               MOVE WS-CCO-PROGRAMA      TO CCO-PROGRAMA
               MOVE WS-CCO-EVENTO        TO CCO-EVENTO
               MOVE WS-CCO-PERIODO       TO CCO-PERIODO
               MOVE WS-CCO-FECHA         TO CCO-FECHA
               MOVE WS-CCO-HHMMSS        TO CCO-HORA
               MOVE WS-CCO-RETORNO       TO CCO-RETURN-CODE
               MOVE WS-CCO-MOTIVO        TO CCO-MOTIVO
               WRITE REG-CONTROL-CORRIDA
               IF NOT CTL-CORRIDAS-OK THEN
                   DISPLAY "AVISO: NO SE PUDO GRABAR EL CONTROL DE "
                           "CORRIDAS -- " FS-CTL-CORRIDAS
               END-IF
               CLOSE CONTROL-CORRIDAS
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR EL CONTROL DE "
                       "CORRIDAS -- " FS-CTL-CORRIDAS
           END-IF.

       05300-F-GRABAR-CONTROL-CORRIDA.
           EXIT.

      *-----------------------------------------------------------
      * RECHAZO POR DEPENDENCIA: LA CORRIDA NO EMPIEZA. QUEDA EL
      * REGISTRO DE RECHAZO CON EL MOTIVO Y SE TERMINA CON
      * RETURN-CODE 20, DISTINTO DE LOS ABENDS (12, 13, 16) PARA
      * QUE OPERACIONES SEPA QUE NO HAY NADA QUE RECUPERAR EN ESTE
      * PROGRAMA SINO UN PREDECESOR QUE TERMINAR PRIMERO.
      *-----------------------------------------------------------
       05900-RECHAZAR-CORRIDA.

           DISPLAY "*** CCCFIX -- CORRIDA RECHAZADA POR "
                   "DEPENDENCIA ***".
           DISPLAY "FECHA PROCESO.: " WS-CCO-FECHA-PROCESO.
           DISPLAY "MOTIVO........: " WS-CCO-MOTIVO.

           MOVE "R" TO WS-CCO-EVENTO.
           MOVE 20  TO WS-CCO-RETORNO.
           PERFORM 05300-GRABAR-CONTROL-CORRIDA
           THRU 05300-F-GRABAR-CONTROL-CORRIDA.

           MOVE 20 TO RETURN-CODE.
           STOP RUN.

       05900-F-RECHAZAR-CORRIDA.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LA TARJETA DE CORRECCIONES ENTERA EN MEMORIA. SU
      * AUSENCIA NO ES ERROR: LA CORRIDA COPIA TODAS LAS
           IF EXCEP-NO-EXISTE THEN
               DISPLAY "CCCFIX -- NO HAY SALIDA-EXCEPCIONES.TXT, "
                       "NADA QUE REPARAR."
               PERFORM 05200-REGISTRAR-FIN
               THRU 05200-F-REGISTRAR-FIN
               STOP RUN
           END-IF.

           DISPLAY "FILE STATUS...: " WS-ABEND-STATUS.

           MOVE 16 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
