      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: estado de la cadena nocturna de una fecha de proceso:
      *          lista, en el orden en que se grabaron, los inicios,
      *          fines y rechazos que los programas CCC dejaron en
      *          CONTROL-CORRIDAS-CCC.TXT, y despues el estado de cada
      *          paso de la cadena (no corrio, sin terminar, rechazado
      *          o terminado con su RETURN-CODE), para que Operaciones
      *          siga la noche sin la planilla de papel. TERMINA CON
      *          RC 4 SI ALGUN PASO QUEDO PENDIENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCCTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.

           SELECT FECHA-CARD ASSIGN TO "FECHA-CONTROL.TXT"
           FILE STATUS IS FS-FECHA.

           SELECT INFORME ASSIGN TO "SALIDA-CCCCTL.TXT"
           FILE STATUS IS FS-INFORME.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * CONTROL DE CORRIDAS DE LA CADENA NOCTURNA, TAL COMO LO
      * GRABAN LOS PROGRAMAS CCC: UN REGISTRO POR INICIO (I), FIN
      * (F) O RECHAZO POR DEPENDENCIA (R).
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
      * TARJETA OPCIONAL CON LA FECHA DE PROCESO A INFORMAR
      * (AAAAMMDD). SIN TARJETA SE INFORMA LA FECHA DEL SISTEMA.
      *---------------------------------------------------------
       FD FECHA-CARD
          RECORDING MODE IS F
          RECORD CONTAINS 8 CHARACTERS.
       01 REG-FECHA-CARD.
           05 FECHA-CARD-FECHA               PIC 9(08).

       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(120).

       WORKING-STORAGE SECTION.
      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CTL-CORRIDAS               PIC X(02).
             88 CTL-CORRIDAS-OK                 VALUE "00".
             88 CTL-CORRIDAS-NO-EXISTE          VALUE "35".
             88 EOF-CTL-CORRIDAS                VALUE "10".
           05 FS-FECHA                      PIC X(02).
             88 FECHA-OK                        VALUE "00".
             88 FECHA-NO-EXISTE                 VALUE "35".
             88 EOF-FECHA                       VALUE "10".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                      VALUE "00".

      *---------------------------------------------
      * VARIABLES PARA EL ABEND CONTROLADO POR ERRORES DE E/S,
      * CON EL MISMO ESQUEMA DE CCCACT.
      *---------------------------------------------

       01 WS-CONTROL-ABEND.
           05 WS-ABEND-OPERACION            PIC X(30) VALUE SPACES.
           05 WS-ABEND-FICHERO              PIC X(30) VALUE SPACES.
           05 WS-ABEND-STATUS                PIC X(02) VALUE SPACES.

       01 WS-VARIABLES-PROCESO.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
               10 WS-PROCESO-ANIO           PIC 9(04).
               10 WS-PROCESO-MES            PIC 9(02).
               10 WS-PROCESO-DIA            PIC 9(02).
           05 WS-FECHA-TRABAJO              PIC 9(08) VALUE ZEROES.
           05 WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
               10 WS-TRABAJO-ANIO           PIC 9(04).
               10 WS-TRABAJO-MES            PIC 9(02).
               10 WS-TRABAJO-DIA            PIC 9(02).
           05 WS-HORA-TRABAJO               PIC 9(06) VALUE ZEROES.
           05 WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
               10 WS-HORA-HH                PIC 9(02).
               10 WS-HORA-MM                PIC 9(02).
               10 WS-HORA-SS                PIC 9(02).
           05 WS-NUMERO-PASO                PIC 9(03) VALUE ZEROES.
           05 WS-SW-PASO-HALLADO            PIC X(01) VALUE "N".
             88 PASO-HALLADO                    VALUE "S".
             88 PASO-NO-HALLADO                 VALUE "N".

      *---------------------------------------------
      * LA CADENA NOCTURNA EN SU ORDEN HABITUAL: PROGRAMA Y QUE
      * HACE. LOS PASOS DE CIERRE DE MES (CCCBIT, CCCDEV, CCCIMP)
      * FIGURAN COMO NO CORRIDOS EL RESTO DE LOS DIAS. AL LADO
      * QUEDA LO QUE EL CONTROL REGISTRA DE CADA PASO EN LA FECHA:
      * CORRIDAS EMPEZADAS, RECHAZOS, PRIMER INICIO, ULTIMO FIN Y
      * EL ULTIMO INICIO O FIN CON SU RETURN-CODE. CADA PASO LLEVA
      * EL RETURN-CODE MAXIMO QUE SUS SUCESORES ACEPTAN COMO FIN
      * LIMPIO (00 PARA CCCREC Y CCCBIT, 04 PARA EL RESTO). LOS
      * CICLOS PARCIALES DEL PROCESO DIARIO (CCCACTNN) SE AGREGAN
      * DETRAS DE LOS PASOS FIJOS A MEDIDA QUE APARECEN; LA TABLA
      * TIENE LUGAR PARA LOS CIEN NUMEROS DE CICLO POSIBLES.
      *---------------------------------------------

       01 WS-CADENA-VALORES.
           05 FILLER                        PIC X(40)
                VALUE "CCCLIQ  LIQUIDACION DE CIERRES".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCMNT  MANTENIMIENTO DEL MAESTRO".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCTIT  MANTENIMIENTO DE TITULARES".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCTRF  ORDENES PERMANENTES".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCACT  PROCESO DIARIO DE MOVIMIENTOS".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCFIX  CORRECCION DE EXCEPCIONES".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCDOR  CONTROL DE INACTIVIDAD".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCREC  CONCILIACION DE SALDOS".
           05 FILLER                        PIC 9(02) VALUE 00.
           05 FILLER                        PIC X(40)
                VALUE "CCCPUR  DEPURACION DEL HISTORIAL".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCINQ  CONSULTA DEL HISTORIAL".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCGAR  GARANTIA DE LOS DEPOSITOS".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCBIT  CERTIFICACION DEL MES".
           05 FILLER                        PIC 9(02) VALUE 00.
           05 FILLER                        PIC X(40)
                VALUE "CCCDEV  DEVENGAMIENTO DE CIERRE DE MES".
           05 FILLER                        PIC 9(02) VALUE 04.
           05 FILLER                        PIC X(40)
                VALUE "CCCIMP  DECLARACION DE IMPUESTO".
           05 FILLER                        PIC 9(02) VALUE 04.
       01 WS-TABLA-CADENA-DEF REDEFINES WS-CADENA-VALORES.
           05 WS-CADENA-DEF OCCURS 14 TIMES.
               10 WS-DEF-PROGRAMA           PIC X(08).
               10 WS-DEF-DESCRIPCION        PIC X(32).
               10 WS-DEF-RC-MAXIMO          PIC 9(02).

       01 WS-TABLA-CADENA.
           05 WS-CADENA-CANT                PIC 9(03) VALUE 14.
           05 WS-CADENA-TABLA OCCURS 114 TIMES
                              INDEXED BY WS-IDX-PASO.
               10 WS-PASO-PROGRAMA          PIC X(08).
               10 WS-PASO-DESCRIPCION       PIC X(32).
               10 WS-PASO-RC-MAXIMO         PIC 9(02).
               10 WS-PASO-CORRIDAS          PIC 9(03).
               10 WS-PASO-RECHAZOS          PIC 9(03).
               10 WS-PASO-PRIMER-INICIO     PIC 9(06).
               10 WS-PASO-ULTIMO-FIN        PIC 9(06).
               10 WS-PASO-EVENTO            PIC X(01).
                 88 PASO-SIN-CORRIDA            VALUE SPACES.
                 88 PASO-SIN-TERMINAR           VALUE "I".
                 88 PASO-TERMINADO              VALUE "F".
               10 WS-PASO-RC                PIC 9(02).

       01 WS-CONTADORES.
           05 WS-CONT-EVENTOS               PIC 9(05) VALUE ZEROES.
           05 WS-CONT-PENDIENTES            PIC 9(03) VALUE ZEROES.

      *---------------------------------------------------------
      * LINEAS DEL INFORME DE ESTADO DE LA CADENA.
      *---------------------------------------------------------

       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(31)
                VALUE "ESTADO DE LA CADENA NOCTURNA --".
           05 FILLER                       PIC X(18)
                VALUE " FECHA DE PROCESO ".
           05 WS-CAB-DIA                    PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-CAB-MES                    PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 WS-CAB-ANIO                   PIC 9(04).

       01 WS-TITULO-EVENTOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(42)
                VALUE "EVENTOS DE LA FECHA, EN ORDEN DE GRABACION".

       01 WS-COLUMNAS-EVENTOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "FECHA".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "HORA".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PROGRAMA".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "EVENTO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(02) VALUE "RC".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "PERIODO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "MOTIVO".

       01 WS-LINEA-EVENTO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 EVE-FECHA.
               10 EVE-DD                    PIC 9(02).
               10 FILLER                    PIC X(01) VALUE "/".
               10 EVE-MM                    PIC 9(02).
               10 FILLER                    PIC X(01) VALUE "/".
               10 EVE-AAAA                  PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 EVE-HORA.
               10 EVE-HH                    PIC 9(02).
               10 FILLER                    PIC X(01) VALUE ":".
               10 EVE-MI                    PIC 9(02).
               10 FILLER                    PIC X(01) VALUE ":".
               10 EVE-SS                    PIC 9(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 EVE-PROGRAMA                  PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 EVE-EVENTO                    PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 EVE-RC                        PIC 9(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 EVE-PERIODO                   PIC 9(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 EVE-MOTIVO                    PIC X(40).

       01 WS-TITULO-CADENA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "ESTADO DE LA CADENA, PASO POR PASO".

       01 WS-COLUMNAS-CADENA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "PASO".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PROGRAMA".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "DESCRIPCION".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "CORRIDAS".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "RECHAZOS".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "INICIO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "FIN".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "ESTADO".

       01 WS-LINEA-PASO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-NUMERO                    PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-PROGRAMA                  PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-DESCRIPCION               PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 PAS-CORRIDAS                  PIC ZZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-RECHAZOS                  PIC ZZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-INICIO                    PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-FIN                       PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 PAS-ESTADO.
               10 PAS-ESTADO-TEXTO          PIC X(31).
               10 FILLER REDEFINES PAS-ESTADO-TEXTO.
                   15 FILLER                PIC X(16).
                   15 PAS-ESTADO-RC         PIC 9(02).
                   15 FILLER                PIC X(13).

       01 WS-HORA-EDITADA.
           05 HED-HH                        PIC 9(02).
           05 FILLER                        PIC X(01) VALUE ":".
           05 HED-MM                        PIC 9(02).
           05 FILLER                        PIC X(01) VALUE ":".
           05 HED-SS                        PIC 9(02).

       01 WS-LINEA-RESUMEN.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RES-ETIQUETA                  PIC X(30).
           05 RES-CANTIDAD                  PIC ZZ.ZZ9.

       01 WS-LINEA-SIN-EVENTOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "NO HAY CORRIDAS REGISTRADAS EN LA FECHA.".

       01 WS-LINEA-EN-BLANCO                PIC X(01) VALUE SPACES.


       PROCEDURE DIVISION.

       100000-PRINCIPAL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

           PERFORM 10000-DETERMINAR-FECHA
           THRU 10000-F-DETERMINAR-FECHA.

           PERFORM 10100-ARMAR-CADENA
           THRU 10100-F-ARMAR-CADENA
           VARYING WS-IDX-PASO FROM 1 BY 1
           UNTIL WS-IDX-PASO > WS-CADENA-CANT.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 12000-LEER-CONTROL
           THRU 12000-F-LEER-CONTROL.

           PERFORM 20000-PROCESAR-EVENTO
           THRU 20000-F-PROCESAR-EVENTO
           UNTIL EOF-CTL-CORRIDAS.

           PERFORM 30000-INFORMAR-CADENA
           THRU 30000-F-INFORMAR-CADENA.

           PERFORM 31000-FIN-PGM
           THRU 31000-F-FIN-PGM.

           IF WS-CONT-PENDIENTES > ZEROES THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------
      * TOMA LA FECHA A INFORMAR DE FECHA-CONTROL.TXT SI EXISTE
      * (PARA REVISAR UNA NOCHE ANTERIOR); SI NO, O SI VIENE EN
      * CERO, QUEDA LA FECHA DEL SISTEMA.
      *-----------------------------------------------------------
       10000-DETERMINAR-FECHA.

           OPEN INPUT FECHA-CARD.

           IF FECHA-OK THEN
               READ FECHA-CARD
               IF FECHA-OK THEN
                   IF FECHA-CARD-FECHA NUMERIC
                     AND FECHA-CARD-FECHA > ZEROES THEN
                       MOVE FECHA-CARD-FECHA TO WS-FECHA-PROCESO
                   END-IF
               ELSE
                   IF NOT EOF-FECHA THEN
                       MOVE "LECTURA"           TO WS-ABEND-OPERACION
                       MOVE "FECHA-CONTROL.TXT" TO WS-ABEND-FICHERO
                       MOVE FS-FECHA            TO WS-ABEND-STATUS
                       PERFORM 90000-ABEND-ERROR-FICHERO
                       THRU 90000-F-ABEND-ERROR-FICHERO
                   END-IF
               END-IF
               CLOSE FECHA-CARD
           ELSE
               IF NOT FECHA-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "FECHA-CONTROL.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-FECHA            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10000-F-DETERMINAR-FECHA.
           EXIT.

       10100-ARMAR-CADENA.
           MOVE WS-DEF-PROGRAMA (WS-IDX-PASO)
                TO WS-PASO-PROGRAMA (WS-IDX-PASO).
           MOVE WS-DEF-DESCRIPCION (WS-IDX-PASO)
                TO WS-PASO-DESCRIPCION (WS-IDX-PASO).
           MOVE WS-DEF-RC-MAXIMO (WS-IDX-PASO)
                TO WS-PASO-RC-MAXIMO (WS-IDX-PASO).
           PERFORM 10110-LIMPIAR-PASO
           THRU 10110-F-LIMPIAR-PASO.
       10100-F-ARMAR-CADENA.
           EXIT.

       10110-LIMPIAR-PASO.
           MOVE ZEROES TO WS-PASO-CORRIDAS (WS-IDX-PASO).
           MOVE ZEROES TO WS-PASO-RECHAZOS (WS-IDX-PASO).
           MOVE ZEROES TO WS-PASO-PRIMER-INICIO (WS-IDX-PASO).
           MOVE ZEROES TO WS-PASO-ULTIMO-FIN (WS-IDX-PASO).
           MOVE SPACES TO WS-PASO-EVENTO (WS-IDX-PASO).
           MOVE ZEROES TO WS-PASO-RC (WS-IDX-PASO).
       10110-F-LIMPIAR-PASO.
           EXIT.

      *-----------------------------------------------------------
      * SIN CONTROL DE CORRIDAS NINGUN PROGRAMA CORRIO TODAVIA:
      * EL INFORME SALE IGUAL, CON TODA LA CADENA SIN CORRER.
      *-----------------------------------------------------------
       11000-ABRIR-FICHEROS.

           OPEN INPUT CONTROL-CORRIDAS.

           IF CTL-CORRIDAS-NO-EXISTE THEN
               SET EOF-CTL-CORRIDAS TO TRUE
           ELSE
               IF NOT CTL-CORRIDAS-OK THEN
                   MOVE "APERTURA"           TO WS-ABEND-OPERACION
                   MOVE "CONTROL-CORRIDAS-CCC.TXT"
                        TO WS-ABEND-FICHERO
                   MOVE FS-CTL-CORRIDAS      TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

           OPEN OUTPUT INFORME.

           IF NOT INFORME-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCCTL.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE WS-PROCESO-DIA  TO WS-CAB-DIA.
           MOVE WS-PROCESO-MES  TO WS-CAB-MES.
           MOVE WS-PROCESO-ANIO TO WS-CAB-ANIO.

           WRITE REG-INFORME FROM WS-CABECERA-INFORME.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-TITULO-EVENTOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-COLUMNAS-EVENTOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       11000-F-ABRIR-FICHEROS.
           EXIT.

       12000-LEER-CONTROL.
           IF NOT EOF-CTL-CORRIDAS THEN
               READ CONTROL-CORRIDAS
               IF NOT CTL-CORRIDAS-OK AND NOT EOF-CTL-CORRIDAS THEN
                   MOVE "LECTURA"            TO WS-ABEND-OPERACION
                   MOVE "CONTROL-CORRIDAS-CCC.TXT"
                        TO WS-ABEND-FICHERO
                   MOVE FS-CTL-CORRIDAS      TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.
       12000-F-LEER-CONTROL.
           EXIT.

      *-----------------------------------------------------------
      * CADA EVENTO DE LA FECHA SE LISTA TAL CUAL Y SE ANOTA EN SU
      * PASO DE LA CADENA. UN CICLO PARCIAL DEL PROCESO DIARIO
      * (CCCACTNN) QUE TODAVIA NO TIENE PASO SE AGREGA COMO UNO MAS.
      * UN PROGRAMA QUE NO ES PARTE DE LA CADENA SOLO APARECE EN EL
      * LISTADO DE EVENTOS.
      *-----------------------------------------------------------
       20000-PROCESAR-EVENTO.

           IF CCO-FECHA-PROCESO = WS-FECHA-PROCESO THEN
               ADD 1 TO WS-CONT-EVENTOS

               PERFORM 20100-IMPRIMIR-EVENTO
               THRU 20100-F-IMPRIMIR-EVENTO

               SET PASO-NO-HALLADO TO TRUE
               SET WS-IDX-PASO TO 1
               SEARCH WS-CADENA-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-PASO > WS-CADENA-CANT
                       CONTINUE
                   WHEN WS-PASO-PROGRAMA (WS-IDX-PASO) = CCO-PROGRAMA
                       SET PASO-HALLADO TO TRUE
               END-SEARCH

               IF PASO-NO-HALLADO
               AND CCO-PROG-BASE = "CCCACT"
               AND CCO-PROG-CICLO IS NUMERIC THEN
                   PERFORM 20150-AGREGAR-CICLO
                   THRU 20150-F-AGREGAR-CICLO
               END-IF

               IF PASO-HALLADO THEN
                   PERFORM 20200-ANOTAR-PASO
                   THRU 20200-F-ANOTAR-PASO
               END-IF
           END-IF.

           PERFORM 12000-LEER-CONTROL
           THRU 12000-F-LEER-CONTROL.

       20000-F-PROCESAR-EVENTO.
           EXIT.

       20100-IMPRIMIR-EVENTO.

           MOVE CCO-FECHA        TO WS-FECHA-TRABAJO.
           MOVE WS-TRABAJO-DIA   TO EVE-DD.
           MOVE WS-TRABAJO-MES   TO EVE-MM.
           MOVE WS-TRABAJO-ANIO  TO EVE-AAAA.
           MOVE CCO-HORA         TO WS-HORA-TRABAJO.
           MOVE WS-HORA-HH       TO EVE-HH.
           MOVE WS-HORA-MM       TO EVE-MI.
           MOVE WS-HORA-SS       TO EVE-SS.
           MOVE CCO-PROGRAMA     TO EVE-PROGRAMA.
           EVALUATE TRUE
               WHEN CCO-INICIO
                   MOVE "INICIO"  TO EVE-EVENTO
               WHEN CCO-FIN
                   MOVE "FIN"     TO EVE-EVENTO
               WHEN CCO-RECHAZO
                   MOVE "RECHAZO" TO EVE-EVENTO
               WHEN OTHER
                   MOVE CCO-EVENTO TO EVE-EVENTO
           END-EVALUATE.
           MOVE CCO-RETURN-CODE  TO EVE-RC.
           MOVE CCO-PERIODO      TO EVE-PERIODO.
           MOVE CCO-MOTIVO       TO EVE-MOTIVO.

           WRITE REG-INFORME FROM WS-LINEA-EVENTO
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       20100-F-IMPRIMIR-EVENTO.
           EXIT.

      *-----------------------------------------------------------
      * ABRE EL PASO DE UN CICLO PARCIAL AL FINAL DE LA TABLA, CON
      * EL MISMO RETURN-CODE MAXIMO QUE EL PROCESO DIARIO.
      *-----------------------------------------------------------
       20150-AGREGAR-CICLO.

           ADD 1 TO WS-CADENA-CANT.
           SET WS-IDX-PASO TO WS-CADENA-CANT.

           MOVE CCO-PROGRAMA TO WS-PASO-PROGRAMA (WS-IDX-PASO).
           MOVE "CICLO PARCIAL PROCESO DIARIO"
                TO WS-PASO-DESCRIPCION (WS-IDX-PASO).
           MOVE 04 TO WS-PASO-RC-MAXIMO (WS-IDX-PASO).

           PERFORM 10110-LIMPIAR-PASO
           THRU 10110-F-LIMPIAR-PASO.

           SET PASO-HALLADO TO TRUE.

       20150-F-AGREGAR-CICLO.
           EXIT.

      *-----------------------------------------------------------
      * EL ESTADO DEL PASO ES SU ULTIMO INICIO O FIN; LOS RECHAZOS
      * SOLO SE CUENTAN, PORQUE NO CAMBIAN LO QUE EL PROGRAMA YA
      * HABIA HECHO EN LA FECHA.
      *-----------------------------------------------------------
       20200-ANOTAR-PASO.

           EVALUATE TRUE
               WHEN CCO-INICIO
                   ADD 1 TO WS-PASO-CORRIDAS (WS-IDX-PASO)
                   IF WS-PASO-PRIMER-INICIO (WS-IDX-PASO) = ZEROES
                   THEN
                       MOVE CCO-HORA
                            TO WS-PASO-PRIMER-INICIO (WS-IDX-PASO)
                   END-IF
                   MOVE CCO-EVENTO TO WS-PASO-EVENTO (WS-IDX-PASO)
                   MOVE ZEROES     TO WS-PASO-RC (WS-IDX-PASO)
               WHEN CCO-FIN
                   MOVE CCO-HORA   TO WS-PASO-ULTIMO-FIN (WS-IDX-PASO)
                   MOVE CCO-EVENTO TO WS-PASO-EVENTO (WS-IDX-PASO)
                   MOVE CCO-RETURN-CODE
                        TO WS-PASO-RC (WS-IDX-PASO)
               WHEN CCO-RECHAZO
                   ADD 1 TO WS-PASO-RECHAZOS (WS-IDX-PASO)
           END-EVALUATE.

       20200-F-ANOTAR-PASO.
           EXIT.

      *-----------------------------------------------------------
      * LISTA LA CADENA PASO POR PASO EN SU ORDEN HABITUAL, CON LOS
      * CICLOS PARCIALES AL FINAL. QUEDA PENDIENTE TODO PASO SIN
      * TERMINAR, RECHAZADO SIN UNA CORRIDA BUENA O TERMINADO CON UN
      * RETURN-CODE MAYOR AL QUE SUS SUCESORES ACEPTAN.
      *-----------------------------------------------------------
       30000-INFORMAR-CADENA.

           IF WS-CONT-EVENTOS = ZEROES THEN
               WRITE REG-INFORME FROM WS-LINEA-SIN-EVENTOS
               AFTER ADVANCING 1 LINES
               PERFORM 90100-VERIFICAR-INFORME
               THRU 90100-F-VERIFICAR-INFORME
           END-IF.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-TITULO-CADENA
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-COLUMNAS-CADENA
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           PERFORM 30100-IMPRIMIR-PASO
           THRU 30100-F-IMPRIMIR-PASO
           VARYING WS-IDX-PASO FROM 1 BY 1
           UNTIL WS-IDX-PASO > WS-CADENA-CANT.

       30000-F-INFORMAR-CADENA.
           EXIT.

       30100-IMPRIMIR-PASO.

           SET WS-NUMERO-PASO TO WS-IDX-PASO.
           MOVE WS-NUMERO-PASO TO PAS-NUMERO.
           MOVE WS-PASO-PROGRAMA (WS-IDX-PASO)    TO PAS-PROGRAMA.
           MOVE WS-PASO-DESCRIPCION (WS-IDX-PASO) TO PAS-DESCRIPCION.
           MOVE WS-PASO-CORRIDAS (WS-IDX-PASO)    TO PAS-CORRIDAS.
           MOVE WS-PASO-RECHAZOS (WS-IDX-PASO)    TO PAS-RECHAZOS.

           MOVE SPACES TO PAS-INICIO.
           IF WS-PASO-CORRIDAS (WS-IDX-PASO) > ZEROES THEN
               MOVE WS-PASO-PRIMER-INICIO (WS-IDX-PASO)
                    TO WS-HORA-TRABAJO
               PERFORM 30200-EDITAR-HORA
               THRU 30200-F-EDITAR-HORA
               MOVE WS-HORA-EDITADA TO PAS-INICIO
           END-IF.

           MOVE SPACES TO PAS-FIN.
           IF PASO-TERMINADO (WS-IDX-PASO) THEN
               MOVE WS-PASO-ULTIMO-FIN (WS-IDX-PASO)
                    TO WS-HORA-TRABAJO
               PERFORM 30200-EDITAR-HORA
               THRU 30200-F-EDITAR-HORA
               MOVE WS-HORA-EDITADA TO PAS-FIN
           END-IF.

           MOVE SPACES TO PAS-ESTADO.
           EVALUATE TRUE
               WHEN PASO-SIN-CORRIDA (WS-IDX-PASO)
                AND WS-PASO-RECHAZOS (WS-IDX-PASO) > ZEROES
                   MOVE "RECHAZADO POR DEPENDENCIA"
                        TO PAS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-PENDIENTES
               WHEN PASO-SIN-CORRIDA (WS-IDX-PASO)
                   MOVE "NO CORRIO" TO PAS-ESTADO-TEXTO
               WHEN PASO-SIN-TERMINAR (WS-IDX-PASO)
                   MOVE "SIN TERMINAR (EN CURSO O CAIDO)"
                        TO PAS-ESTADO-TEXTO
                   ADD 1 TO WS-CONT-PENDIENTES
               WHEN WS-PASO-RC (WS-IDX-PASO) >
                    WS-PASO-RC-MAXIMO (WS-IDX-PASO)
                   MOVE "TERMINO MAL  RC" TO PAS-ESTADO-TEXTO
                   MOVE WS-PASO-RC (WS-IDX-PASO) TO PAS-ESTADO-RC
                   ADD 1 TO WS-CONT-PENDIENTES
               WHEN OTHER
                   MOVE "TERMINO BIEN RC" TO PAS-ESTADO-TEXTO
                   MOVE WS-PASO-RC (WS-IDX-PASO) TO PAS-ESTADO-RC
           END-EVALUATE.

           WRITE REG-INFORME FROM WS-LINEA-PASO
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       30100-F-IMPRIMIR-PASO.
           EXIT.

       30200-EDITAR-HORA.
           MOVE WS-HORA-HH TO HED-HH.
           MOVE WS-HORA-MM TO HED-MM.
           MOVE WS-HORA-SS TO HED-SS.
       30200-F-EDITAR-HORA.
           EXIT.

       31000-FIN-PGM.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "EVENTOS DE LA FECHA.........." TO RES-ETIQUETA.
           MOVE WS-CONT-EVENTOS TO RES-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-RESUMEN
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "PASOS PENDIENTES............." TO RES-ETIQUETA.
           MOVE WS-CONT-PENDIENTES TO RES-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-RESUMEN
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           IF NOT CTL-CORRIDAS-NO-EXISTE THEN
               CLOSE CONTROL-CORRIDAS
           END-IF.

           CLOSE INFORME.

           IF NOT INFORME-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCCTL.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCCTL -- EVENTOS DE LA FECHA...: "
                   WS-CONT-EVENTOS.
           DISPLAY "CCCCTL -- PASOS PENDIENTES......: "
                   WS-CONT-PENDIENTES.

       31000-F-FIN-PGM.
           EXIT.

      *-----------------------------------------------------------
      * VERIFICA EL FILE STATUS DEL INFORME DESPUES DE CADA WRITE.
      *-----------------------------------------------------------
       90100-VERIFICAR-INFORME.

           IF NOT INFORME-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCCTL.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90100-F-VERIFICAR-INFORME.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE E/S INESPERADO, CON EL
      * MISMO ESQUEMA Y RETURN-CODE QUE CCCACT.
      *-----------------------------------------------------------
       90000-ABEND-ERROR-FICHERO.

           DISPLAY "*** CCCCTL -- ABEND POR ERROR DE E/S ***".
           DISPLAY "OPERACION.....: " WS-ABEND-OPERACION.
           DISPLAY "FICHERO.......: " WS-ABEND-FICHERO.
           DISPLAY "FILE STATUS...: " WS-ABEND-STATUS.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
           EXIT.

       END PROGRAM CCCCTL.
