      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: mantenimiento por lotes del registro de titulares
      *          para el regimen de garantia de los depositos: lee
      *          una tarjeta de transacciones del operador (alta,
      *          modificacion de nombre y baja de titular por CUIT;
      *          vinculo de un titular a una cuenta con su porcentaje
      *          de participacion, cambio de porcentaje y
      *          desvinculo), valida cada una contra el registro
      *          vigente y contra el maestro de cuentas (la suma de
      *          los porcentajes de una cuenta no puede pasar del
      *          100%), reescribe TITULARES-CCC.TXT y
      *          VINCULOS-TITULARES.TXT y deja rastro de auditoria
      *          de cada transaccion aceptada o rechazada, con la
      *          sigla del operador, como hace CCCMNT con el maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCTIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULARES-CCC ASSIGN TO "TITULARES-CCC.TXT"
           FILE STATUS IS FS-TITULARES.

           SELECT VINCULOS-TITULARES
           ASSIGN TO "VINCULOS-TITULARES.TXT"
           FILE STATUS IS FS-VINCULOS.

           SELECT MAESTRO-CUENTAS ASSIGN TO "MAESTRO-CUENTAS.TXT"
           FILE STATUS IS FS-MAESTRO.

           SELECT TARJETAS ASSIGN TO "MANTENIMIENTO-TITULARES.TXT"
           FILE STATUS IS FS-TARJETAS.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA-TITULARES.TXT"
           FILE STATUS IS FS-AUDIT.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * REGISTRO DE TITULARES: UNA FICHA POR CUIT CON EL NOMBRE
      * DEL DEPOSITANTE, EN ORDEN DE CUIT. SE CARGA ENTERO EN
      * MEMORIA, SE APLICAN LAS TRANSACCIONES ACEPTADAS Y SE
      * REESCRIBE ENTERO AL FINAL (SIN LOS DADOS DE BAJA).
      *---------------------------------------------------------
       FD TITULARES-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 41 CHARACTERS.
       01 REG-TITULAR.
           05 TIT-CUIT                       PIC X(11).
           05 TIT-NOMBRE                     PIC X(30).

      *---------------------------------------------------------
      * VINCULOS TITULAR-CUENTA: CADA CUENTA CLIENTE/SUCURSAL CON
      * SUS TITULARES Y EL PORCENTAJE DE PARTICIPACION DE CADA UNO
      * (UNA CUENTA INDIVIDUAL TIENE UN SOLO VINCULO AL 100%), EN
      * ORDEN DE CLIENTE/SUCURSAL/CUIT.
      *---------------------------------------------------------
       FD VINCULOS-TITULARES
          RECORDING MODE IS F
          RECORD CONTAINS 32 CHARACTERS.
       01 REG-VINCULO.
           05 VIN-CLIENTE                    PIC X(10).
           05 VIN-SUCURSAL                   PIC 9(06).
           05 VIN-CUIT                       PIC X(11).
           05 VIN-PORCENTAJE                 PIC 9(03)V9(02).

      *---------------------------------------------------------
      * MAESTRO DE CUENTAS QUE MANTIENE CCCMNT. SOLO SE CONSULTA
      * PARA RECHAZAR EL VINCULO A UNA CUENTA INEXISTENTE O
      * CERRADA. SU AUSENCIA NO ES ERROR: SE VINCULA SIN ESE
      * CONTROL, COMO EN CCCTRF.
      *---------------------------------------------------------
       FD MAESTRO-CUENTAS
          RECORDING MODE IS F
          RECORD CONTAINS 55 CHARACTERS.
       01 REG-MAESTRO.
           05 MAES-CLIENTE                   PIC X(10).
           05 MAES-SUCURSAL                  PIC 9(06).
           05 MAES-NOMBRE                    PIC X(30).
           05 MAES-ESTADO                    PIC X(01).
           05 MAES-FECHA-APERTURA            PIC 9(08).

      *---------------------------------------------------------
      * TARJETA DE TRANSACCIONES DEL OPERADOR: LA ACCION (A=ALTA,
      * M=MODIFICACION DE NOMBRE, B=BAJA DE TITULAR, V=VINCULO A
      * UNA CUENTA, P=CAMBIO DE PORCENTAJE, D=DESVINCULO), EL CUIT
      * DEL TITULAR, EL NOMBRE (SOLO PARA ALTA Y MODIFICACION), LA
      * CUENTA CLIENTE/SUCURSAL Y EL PORCENTAJE (SOLO PARA V, P Y
      * D) Y LA SIGLA DEL OPERADOR QUE AUTORIZO LA TRANSACCION.
      *---------------------------------------------------------
       FD TARJETAS
          RECORDING MODE IS F
          RECORD CONTAINS 71 CHARACTERS.
       01 REG-TARJETA.
           05 TRJ-ACCION                     PIC X(01).
             88 ACCION-ALTA                      VALUE "A".
             88 ACCION-MODIFICACION              VALUE "M".
             88 ACCION-BAJA                      VALUE "B".
             88 ACCION-VINCULO                   VALUE "V".
             88 ACCION-PORCENTAJE                VALUE "P".
             88 ACCION-DESVINCULO                VALUE "D".
             88 ACCION-SOBRE-VINCULO             VALUE "V" "P"
                                                      "D".
             88 ACCION-VALIDA                    VALUE "A" "M" "B"
                                                      "V" "P" "D".
           05 TRJ-CUIT                       PIC X(11).
           05 TRJ-NOMBRE                     PIC X(30).
           05 TRJ-CLIENTE                    PIC X(10).
           05 TRJ-SUCURSAL                   PIC 9(06).
           05 TRJ-PORCENTAJE                 PIC 9(03)V9(02).
           05 TRJ-OPERADOR                   PIC X(08).

      *---------------------------------------------------------
      * RASTRO DE AUDITORIA: FECHA Y HORA DE LA CORRIDA, QUIEN
      * AUTORIZO LA TRANSACCION, LA ACCION, EL TITULAR Y LA
      * CUENTA, SI FUE ACEPTADA O RECHAZADA Y CON QUE MOTIVO. ES
      * ACUMULATIVO ENTRE CORRIDAS, COMO AUDITORIA-MAESTRO.TXT.
      *---------------------------------------------------------
       FD AUDITORIA
          RECORDING MODE F.
       01 REG-AUDITORIA                      PIC X(140).

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

       WORKING-STORAGE SECTION.
      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CTL-CORRIDAS               PIC X(02).
             88 CTL-CORRIDAS-OK                 VALUE "00".
             88 CTL-CORRIDAS-NO-EXISTE          VALUE "35".
             88 EOF-CTL-CORRIDAS                VALUE "10".
           05 FS-TITULARES                  PIC X(02).
             88 TITULARES-OK                    VALUE "00".
             88 TITULARES-NO-EXISTE             VALUE "35".
             88 EOF-TITULARES                   VALUE "10".
           05 FS-VINCULOS                   PIC X(02).
             88 VINCULOS-OK                     VALUE "00".
             88 VINCULOS-NO-EXISTE              VALUE "35".
             88 EOF-VINCULOS                    VALUE "10".
           05 FS-MAESTRO                    PIC X(02).
             88 MAESTRO-OK                      VALUE "00".
             88 MAESTRO-NO-EXISTE               VALUE "35".
             88 EOF-MAESTRO                     VALUE "10".
           05 FS-TARJETAS                   PIC X(02).
             88 TARJETAS-OK                     VALUE "00".
             88 TARJETAS-NO-EXISTE              VALUE "35".
             88 EOF-TARJETAS                    VALUE "10".
           05 FS-AUDIT                      PIC X(02).
             88 AUDITORIA-OK                    VALUE "00".
             88 AUDITORIA-NO-EXISTE             VALUE "35".

      *---------------------------------------------
      * VARIABLES PARA EL ABEND CONTROLADO POR ERRORES DE E/S,
      * CON EL MISMO ESQUEMA DE CCCACT.
      *---------------------------------------------

       01 WS-CONTROL-ABEND.
           05 WS-ABEND-OPERACION            PIC X(30) VALUE SPACES.
           05 WS-ABEND-FICHERO              PIC X(30) VALUE SPACES.
           05 WS-ABEND-STATUS                PIC X(02) VALUE SPACES.

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL REGISTRO DE TITULARES, ORDENADA
      * POR CUIT PARA LA BUSQUEDA BINARIA. LA BAJA SOLO MARCA LA
      * FICHA, QUE NO SE REGRABA; UN ALTA POSTERIOR DEL MISMO CUIT
      * EN LA MISMA CORRIDA LA REUTILIZA.
      *---------------------------------------------

       01 WS-TABLA-TITULARES.
           05 WS-TITULARES-CANT             PIC 9(05) VALUE ZEROES.
           05 WS-TITULARES-TABLA OCCURS 1 TO 50000 TIMES
                               DEPENDING ON WS-TITULARES-CANT
                               ASCENDING KEY IS WS-TIT-CUIT
                               INDEXED BY WS-IDX-TITULAR.
               10 WS-TIT-CUIT               PIC X(11).
               10 WS-TIT-NOMBRE             PIC X(30).
               10 WS-TIT-SW-BAJA            PIC X(01).
                 88 TIT-VIGENTE                 VALUE "N".
                 88 TIT-DADO-DE-BAJA            VALUE "S".

      *---------------------------------------------
      * TABLA EN MEMORIA CON LOS VINCULOS TITULAR-CUENTA, ORDENADA
      * POR CLIENTE/SUCURSAL/CUIT. EL DESVINCULO SOLO MARCA EL
      * VINCULO, IGUAL QUE LA BAJA DE UN TITULAR.
      *---------------------------------------------

       01 WS-TABLA-VINCULOS.
           05 WS-VINCULOS-CANT              PIC 9(05) VALUE ZEROES.
           05 WS-VINCULOS-TABLA OCCURS 1 TO 50000 TIMES
                               DEPENDING ON WS-VINCULOS-CANT
                               ASCENDING KEY IS WS-VIN-CLIENTE
                                                WS-VIN-SUCURSAL
                                                WS-VIN-CUIT
                               INDEXED BY WS-IDX-VINCULO.
               10 WS-VIN-CLIENTE            PIC X(10).
               10 WS-VIN-SUCURSAL           PIC 9(06).
               10 WS-VIN-CUIT               PIC X(11).
               10 WS-VIN-PORCENTAJE         PIC 9(03)V9(02).
               10 WS-VIN-SW-BAJA            PIC X(01).
                 88 VIN-VIGENTE                 VALUE "N".
                 88 VIN-DADO-DE-BAJA            VALUE "S".

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL MAESTRO DE CUENTAS, SOLO CLAVE Y
      * ESTADO, PARA VALIDAR LOS VINCULOS.
      *---------------------------------------------

       01 WS-TABLA-MAESTRO.
           05 WS-SW-HAY-MAESTRO             PIC X(01) VALUE "N".
             88 HAY-MAESTRO                     VALUE "S".
           05 WS-MAESTRO-CANT               PIC 9(05) VALUE ZEROES.
           05 WS-MAESTRO-TABLA OCCURS 50000 TIMES
                                INDEXED BY WS-IDX-MAESTRO.
               10 WS-MAESTRO-CLIENTE        PIC X(10).
               10 WS-MAESTRO-SUCURSAL       PIC 9(06).
               10 WS-MAESTRO-ESTADO         PIC X(01).

      *---------------------------------------------
      * VARIABLES DE TRABAJO DE LA VALIDACION DE CADA TARJETA Y
      * DE LA INSERCION ORDENADA EN LAS TABLAS.
      *---------------------------------------------

       01 WS-CONTROL-TARJETA.
           05 WS-SW-TARJETA                 PIC X(01) VALUE "S".
             88 TARJETA-ACEPTADA                VALUE "S".
             88 TARJETA-RECHAZADA               VALUE "N".
           05 WS-MOTIVO-RECHAZO             PIC X(30) VALUE SPACES.
           05 WS-SW-TITULAR                 PIC X(01) VALUE "N".
             88 TITULAR-EXISTE                  VALUE "S".
             88 TITULAR-NO-EXISTE               VALUE "N".
           05 WS-SW-VINCULO                 PIC X(01) VALUE "N".
             88 VINCULO-EXISTE                  VALUE "S".
             88 VINCULO-NO-EXISTE               VALUE "N".
           05 WS-TIT-SUB-HALLADO            PIC 9(05) VALUE ZEROES.
           05 WS-VIN-SUB-HALLADO            PIC 9(05) VALUE ZEROES.
           05 WS-FICHA-SUB-HALLADA          PIC 9(05) VALUE ZEROES.
           05 WS-TIT-SUB-ACTUAL             PIC 9(05) VALUE ZEROES.
           05 WS-VIN-SUB-ACTUAL             PIC 9(05) VALUE ZEROES.
           05 WS-SUMA-PORCENTAJES           PIC 9(05)V9(02)
                VALUE ZEROES.
           05 WS-CONT-VINCULOS-TITULAR      PIC 9(05) VALUE ZEROES.
           05 WS-NUEVO-NOMBRE               PIC X(30) VALUE SPACES.
           05 WS-NUEVO-PORCENTAJE           PIC 9(03)V9(02)
                VALUE ZEROES.

       01 WS-CLAVE-VINCULO-NUEVA.
           05 WS-NUEVO-CLIENTE              PIC X(10) VALUE SPACES.
           05 WS-NUEVO-SUCURSAL             PIC 9(06) VALUE ZEROES.
           05 WS-NUEVO-CUIT                 PIC X(11) VALUE SPACES.

      *---------------------------------------------
      * VARIABLES PARA LOS TOTALES DE CONTROL DE LA CORRIDA.
      *---------------------------------------------

       01 WS-CONTADORES.
           05 WS-CONT-TARJETAS              PIC 9(08) VALUE ZEROES.
           05 WS-CONT-ACEPTADAS             PIC 9(08) VALUE ZEROES.
           05 WS-CONT-RECHAZADAS            PIC 9(08) VALUE ZEROES.

       01 WS-FECHA-HORA-PROCESO.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO               PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO-HHMMSS REDEFINES WS-HORA-PROCESO.
               10 WS-HORA-HHMMSS            PIC 9(06).
               10 FILLER                    PIC 9(02).

      *---------------------------------------------------------
      * LINEA DEL RASTRO DE AUDITORIA: CUANDO, QUIEN, QUE ACCION
      * SOBRE QUE TITULAR Y CUENTA, EL RESULTADO Y EL MOTIVO DEL
      * RECHAZO.
      *---------------------------------------------------------

       01 WS-LINEA-AUDITORIA.
           05 AUD-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-HORA                      PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-OPERADOR                  PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-ACCION                    PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-CUIT                      PIC X(11).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-CLIENTE                   PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-SUCURSAL                  PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-PORCENTAJE                PIC ZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-RESULTADO                 PIC X(09).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-MOTIVO                    PIC X(30).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AUD-NOMBRE                    PIC X(30).

      *---------------------------------------------
      * VARIABLES DEL CONTROL DE CORRIDAS. LA TABLA DE PREDECESORES
      * DICE QUE PROGRAMAS DEBEN HABER TERMINADO BIEN ANTES DE ESTE:
      * PROGRAMA, ALCANCE DE LA CORRIDA QUE CUENTA (F = MISMA FECHA
      * DE PROCESO, M = MISMO PERIODO AAAAMM, U = ULTIMA CORRIDA SIN
      * IMPORTAR LA FECHA), SI ES OBLIGATORIO QUE HAYA CORRIDO (S/N)
      * Y EL RETURN-CODE MAXIMO QUE SE ACEPTA COMO FIN LIMPIO. AL
      * LADO QUEDA LO ULTIMO QUE EL CONTROL REGISTRA DE CADA UNO.
      *---------------------------------------------
       01 WS-CONTROL-CORRIDAS.
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCTIT".
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
           05 FILLER                        PIC X(15)
                VALUE "CCCMNT  FN04 00".
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

       PROCEDURE DIVISION.

       100000-PRINCIPAL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.

           MOVE WS-FECHA-PROCESO TO WS-CCO-FECHA-PROCESO.
           PERFORM 05000-CONTROLAR-PREDECESORES
           THRU 05000-F-CONTROLAR-PREDECESORES.

           PERFORM 05100-REGISTRAR-INICIO
           THRU 05100-F-REGISTRAR-INICIO.

           PERFORM 10000-CARGAR-TITULARES
           THRU 10000-F-CARGAR-TITULARES.

           PERFORM 10100-CARGAR-VINCULOS
           THRU 10100-F-CARGAR-VINCULOS.

           PERFORM 10200-CARGAR-MAESTRO
           THRU 10200-F-CARGAR-MAESTRO.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 12000-LEER-TARJETA
           THRU 12000-F-LEER-TARJETA.

           PERFORM 20000-PROCESAR-TARJETA
           THRU 20000-F-PROCESAR-TARJETA
           UNTIL EOF-TARJETAS.

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
      * LOS ANTERIORES Y AL FINAL QUEDA SU ULTIMA CORRIDA.
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
           IF CCO-PROGRAMA = WS-PRED-PROGRAMA (WS-IDX-PRED) THEN
               IF (PRED-MISMA-FECHA (WS-IDX-PRED)
                   AND CCO-FECHA-PROCESO = WS-CCO-FECHA-PROCESO)
               OR (PRED-MISMO-PERIODO (WS-IDX-PRED)
                   AND CCO-PERIODO = WS-CCO-PERIODO)
               OR PRED-ULTIMA-CORRIDA (WS-IDX-PRED) THEN
                   MOVE CCO-EVENTO      TO WS-PRED-EVENTO (WS-IDX-PRED)
                   MOVE CCO-RETURN-CODE TO WS-PRED-RC (WS-IDX-PRED)
               END-IF
           END-IF.
       05035-F-ANOTAR-PREDECESOR.
           EXIT.

       05040-EVALUAR-PREDECESOR.
           MOVE SPACES TO WS-CCO-MOTIVO.
           MOVE WS-PRED-PROGRAMA (WS-IDX-PRED) TO WS-CCO-MOT-PROGRAMA.

           EVALUATE TRUE
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

           DISPLAY "*** CCCTIT -- CORRIDA RECHAZADA POR "
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
      * CARGA EL REGISTRO DE TITULARES EN LA TABLA EN MEMORIA. SU
      * AUSENCIA NO ES ERROR: LA PRIMERA TARJETA DE ALTAS ES LA
      * QUE CREA EL FICHERO.
      *-----------------------------------------------------------
       10000-CARGAR-TITULARES.

           OPEN INPUT TITULARES-CCC.

           IF TITULARES-OK THEN
               PERFORM 10010-LEER-TITULAR
               THRU 10010-F-LEER-TITULAR

               PERFORM 10020-GUARDAR-TITULAR
               THRU 10020-F-GUARDAR-TITULAR
               UNTIL EOF-TITULARES

               CLOSE TITULARES-CCC
           ELSE
               IF NOT TITULARES-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-TITULARES        TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10000-F-CARGAR-TITULARES.
           EXIT.

       10010-LEER-TITULAR.
           READ TITULARES-CCC.
           IF NOT TITULARES-OK AND NOT EOF-TITULARES THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TITULARES        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10010-F-LEER-TITULAR.
           EXIT.

       10020-GUARDAR-TITULAR.
           MOVE TIT-CUIT   TO WS-NUEVO-CUIT.
           MOVE TIT-NOMBRE TO WS-NUEVO-NOMBRE.

           PERFORM 21100-AGREGAR-TITULAR
           THRU 21100-F-AGREGAR-TITULAR.

           PERFORM 10010-LEER-TITULAR
           THRU 10010-F-LEER-TITULAR.
       10020-F-GUARDAR-TITULAR.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS VINCULOS TITULAR-CUENTA EN LA TABLA EN MEMORIA.
      * SU AUSENCIA NO ES ERROR, IGUAL QUE LA DE LOS TITULARES.
      *-----------------------------------------------------------
       10100-CARGAR-VINCULOS.

           OPEN INPUT VINCULOS-TITULARES.

           IF VINCULOS-OK THEN
               PERFORM 10110-LEER-VINCULO
               THRU 10110-F-LEER-VINCULO

               PERFORM 10120-GUARDAR-VINCULO
               THRU 10120-F-GUARDAR-VINCULO
               UNTIL EOF-VINCULOS

               CLOSE VINCULOS-TITULARES
           ELSE
               IF NOT VINCULOS-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "VINCULOS-TITULARES.TXT"
                                            TO WS-ABEND-FICHERO
                   MOVE FS-VINCULOS         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10100-F-CARGAR-VINCULOS.
           EXIT.

       10110-LEER-VINCULO.
           READ VINCULOS-TITULARES.
           IF NOT VINCULOS-OK AND NOT EOF-VINCULOS THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-VINCULOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10110-F-LEER-VINCULO.
           EXIT.

       10120-GUARDAR-VINCULO.
           MOVE VIN-CLIENTE    TO WS-NUEVO-CLIENTE.
           MOVE VIN-SUCURSAL   TO WS-NUEVO-SUCURSAL.
           MOVE VIN-CUIT       TO WS-NUEVO-CUIT.
           MOVE VIN-PORCENTAJE TO WS-NUEVO-PORCENTAJE.

           PERFORM 21200-AGREGAR-VINCULO
           THRU 21200-F-AGREGAR-VINCULO.

           PERFORM 10110-LEER-VINCULO
           THRU 10110-F-LEER-VINCULO.
       10120-F-GUARDAR-VINCULO.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LA CLAVE Y EL ESTADO DE CADA CUENTA DEL MAESTRO. SIN
      * MAESTRO LOS VINCULOS SE ACEPTAN SIN CONTROLAR LA CUENTA.
      *-----------------------------------------------------------
       10200-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-CUENTAS.

           IF MAESTRO-OK THEN
               SET HAY-MAESTRO TO TRUE

               PERFORM 10210-LEER-MAESTRO
               THRU 10210-F-LEER-MAESTRO

               PERFORM 10220-GUARDAR-FICHA
               THRU 10220-F-GUARDAR-FICHA
               UNTIL EOF-MAESTRO

               CLOSE MAESTRO-CUENTAS
           ELSE
               IF NOT MAESTRO-NO-EXISTE THEN
                   MOVE "APERTURA"            TO WS-ABEND-OPERACION
                   MOVE "MAESTRO-CUENTAS.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-MAESTRO            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10200-F-CARGAR-MAESTRO.
           EXIT.

       10210-LEER-MAESTRO.
           READ MAESTRO-CUENTAS.
           IF NOT MAESTRO-OK AND NOT EOF-MAESTRO THEN
               MOVE "LECTURA"             TO WS-ABEND-OPERACION
               MOVE "MAESTRO-CUENTAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-MAESTRO            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10210-F-LEER-MAESTRO.
           EXIT.

       10220-GUARDAR-FICHA.
           IF WS-MAESTRO-CANT >= 50000 THEN
               DISPLAY "MAESTRO DE CUENTAS EXCEDE LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-MAESTRO-TABLA."
               MOVE "CARGA EN TABLA"       TO WS-ABEND-OPERACION
               MOVE "MAESTRO-CUENTAS.TXT"  TO WS-ABEND-FICHERO
               MOVE "99"                   TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-MAESTRO-CANT.
           SET WS-IDX-MAESTRO TO WS-MAESTRO-CANT.
           MOVE MAES-CLIENTE  TO WS-MAESTRO-CLIENTE (WS-IDX-MAESTRO).
           MOVE MAES-SUCURSAL TO WS-MAESTRO-SUCURSAL (WS-IDX-MAESTRO).
           MOVE MAES-ESTADO   TO WS-MAESTRO-ESTADO (WS-IDX-MAESTRO).

           PERFORM 10210-LEER-MAESTRO
           THRU 10210-F-LEER-MAESTRO.
       10220-F-GUARDAR-FICHA.
           EXIT.

       11000-ABRIR-FICHEROS.

           OPEN INPUT TARJETAS.

           IF TARJETAS-NO-EXISTE THEN
               DISPLAY "CCCTIT -- NO HAY MANTENIMIENTO-TITULARES.TXT"
                       ", NADA QUE MANTENER."
               PERFORM 05200-REGISTRAR-FIN
               THRU 05200-F-REGISTRAR-FIN
               STOP RUN
           END-IF.

           IF NOT TARJETAS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "MANTENIMIENTO-TITULARES.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

      *    EL RASTRO DE AUDITORIA ES ACUMULATIVO ENTRE CORRIDAS; LA
      *    PRIMERA CORRIDA LO CREA Y LAS SIGUIENTES LE AGREGAN.
           OPEN EXTEND AUDITORIA.

           IF AUDITORIA-NO-EXISTE THEN
               OPEN OUTPUT AUDITORIA
           END-IF.

           IF NOT AUDITORIA-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "AUDITORIA-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-AUDIT            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       11000-F-ABRIR-FICHEROS.
           EXIT.

       12000-LEER-TARJETA.
           READ TARJETAS.
           IF NOT TARJETAS-OK AND NOT EOF-TARJETAS THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "MANTENIMIENTO-TITULARES.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       12000-F-LEER-TARJETA.
           EXIT.

      *-----------------------------------------------------------
      * VALIDA LA TARJETA ACTUAL CONTRA EL REGISTRO EN MEMORIA (Y
      * CONTRA EL MAESTRO EN EL CASO DEL VINCULO), APLICA LA
      * ACCION SI FUE ACEPTADA Y DEJA EL RESULTADO EN LA
      * AUDITORIA.
      *-----------------------------------------------------------
       20000-PROCESAR-TARJETA.

           ADD 1 TO WS-CONT-TARJETAS.

           SET TARJETA-ACEPTADA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

           PERFORM 20100-BUSCAR-TITULAR
           THRU 20100-F-BUSCAR-TITULAR.

           IF ACCION-SOBRE-VINCULO THEN
               PERFORM 20150-BUSCAR-VINCULO
               THRU 20150-F-BUSCAR-VINCULO
           END-IF.

           EVALUATE TRUE
               WHEN NOT ACCION-VALIDA
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "ACCION DESCONOCIDA"
                        TO WS-MOTIVO-RECHAZO
               WHEN ACCION-ALTA
                   PERFORM 20200-VALIDAR-ALTA
                   THRU 20200-F-VALIDAR-ALTA
               WHEN ACCION-MODIFICACION
                   PERFORM 20300-VALIDAR-MODIFICACION
                   THRU 20300-F-VALIDAR-MODIFICACION
               WHEN ACCION-BAJA
                   PERFORM 20400-VALIDAR-BAJA
                   THRU 20400-F-VALIDAR-BAJA
               WHEN ACCION-VINCULO
                   PERFORM 20500-VALIDAR-VINCULO
                   THRU 20500-F-VALIDAR-VINCULO
               WHEN ACCION-PORCENTAJE
                   PERFORM 20600-VALIDAR-PORCENTAJE
                   THRU 20600-F-VALIDAR-PORCENTAJE
               WHEN ACCION-DESVINCULO
                   PERFORM 20700-VALIDAR-DESVINCULO
                   THRU 20700-F-VALIDAR-DESVINCULO
           END-EVALUATE.

           IF TARJETA-ACEPTADA THEN
               ADD 1 TO WS-CONT-ACEPTADAS
               PERFORM 21000-APLICAR-TARJETA
               THRU 21000-F-APLICAR-TARJETA
           ELSE
               ADD 1 TO WS-CONT-RECHAZADAS
           END-IF.

           PERFORM 22000-GRABAR-AUDITORIA
           THRU 22000-F-GRABAR-AUDITORIA.

           PERFORM 12000-LEER-TARJETA
           THRU 12000-F-LEER-TARJETA.

       20000-F-PROCESAR-TARJETA.
           EXIT.

      *-----------------------------------------------------------
      * BUSCA EL TITULAR DE LA TARJETA Y DEJA SU SUBINDICE EN
      * WS-TIT-SUB-HALLADO (CERO SI NO FIGURA). UNA FICHA DADA DE
      * BAJA SE UBICA PERO NO CUENTA COMO TITULAR EXISTENTE.
      *-----------------------------------------------------------
       20100-BUSCAR-TITULAR.

           MOVE ZEROES TO WS-TIT-SUB-HALLADO.
           SET TITULAR-NO-EXISTE TO TRUE.

           IF WS-TITULARES-CANT > ZEROES THEN
               SEARCH ALL WS-TITULARES-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-TIT-CUIT (WS-IDX-TITULAR) = TRJ-CUIT
                       SET WS-TIT-SUB-HALLADO TO WS-IDX-TITULAR
                       IF TIT-VIGENTE (WS-IDX-TITULAR) THEN
                           SET TITULAR-EXISTE TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       20100-F-BUSCAR-TITULAR.
           EXIT.

       20150-BUSCAR-VINCULO.

           MOVE ZEROES TO WS-VIN-SUB-HALLADO.
           SET VINCULO-NO-EXISTE TO TRUE.

           IF WS-VINCULOS-CANT > ZEROES THEN
               SEARCH ALL WS-VINCULOS-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-VIN-CLIENTE (WS-IDX-VINCULO) = TRJ-CLIENTE
                    AND WS-VIN-SUCURSAL (WS-IDX-VINCULO)
                           = TRJ-SUCURSAL
                    AND WS-VIN-CUIT (WS-IDX-VINCULO) = TRJ-CUIT
                       SET WS-VIN-SUB-HALLADO TO WS-IDX-VINCULO
                       IF VIN-VIGENTE (WS-IDX-VINCULO) THEN
                           SET VINCULO-EXISTE TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       20150-F-BUSCAR-VINCULO.
           EXIT.

       20200-VALIDAR-ALTA.

           EVALUATE TRUE
               WHEN TRJ-CUIT IS NOT NUMERIC
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "CUIT INVALIDO"
                        TO WS-MOTIVO-RECHAZO
               WHEN TITULAR-EXISTE
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "TITULAR YA EXISTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN TRJ-NOMBRE = SPACES
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "ALTA SIN NOMBRE DE TITULAR"
                        TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       20200-F-VALIDAR-ALTA.
           EXIT.

       20300-VALIDAR-MODIFICACION.

           EVALUATE TRUE
               WHEN TITULAR-NO-EXISTE
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "TITULAR INEXISTENTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN TRJ-NOMBRE = SPACES
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "MODIFICACION SIN NOMBRE"
                        TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       20300-F-VALIDAR-MODIFICACION.
           EXIT.

      *-----------------------------------------------------------
      * LA BAJA SOLO SE ACEPTA SI EL TITULAR YA NO TIENE NINGUNA
      * CUENTA VINCULADA: PRIMERO SE DESVINCULAN SUS CUENTAS.
      *-----------------------------------------------------------
       20400-VALIDAR-BAJA.

           MOVE ZEROES TO WS-CONT-VINCULOS-TITULAR.

           IF TITULAR-EXISTE THEN
               PERFORM 20450-CONTAR-VINCULO-TITULAR
               THRU 20450-F-CONTAR-VINCULO-TITULAR
               VARYING WS-IDX-VINCULO FROM 1 BY 1
               UNTIL WS-IDX-VINCULO > WS-VINCULOS-CANT
           END-IF.

           EVALUATE TRUE
               WHEN TITULAR-NO-EXISTE
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "TITULAR INEXISTENTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN WS-CONT-VINCULOS-TITULAR > ZEROES
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "TITULAR CON CUENTAS VINCULADAS"
                        TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       20400-F-VALIDAR-BAJA.
           EXIT.

       20450-CONTAR-VINCULO-TITULAR.
           IF WS-VIN-CUIT (WS-IDX-VINCULO) = TRJ-CUIT
             AND VIN-VIGENTE (WS-IDX-VINCULO) THEN
               ADD 1 TO WS-CONT-VINCULOS-TITULAR
           END-IF.
       20450-F-CONTAR-VINCULO-TITULAR.
           EXIT.

      *-----------------------------------------------------------
      * EL VINCULO SE ACEPTA SI EL TITULAR EXISTE, LA CUENTA EXISTE
      * Y NO ESTA CERRADA (CUANDO HAY MAESTRO), EL VINCULO NO
      * EXISTE YA, EL PORCENTAJE ESTA ENTRE 0 Y 100 Y, SUMADO AL
      * DE LOS OTROS TITULARES DE LA CUENTA, NO PASA DEL 100%.
      *-----------------------------------------------------------
       20500-VALIDAR-VINCULO.

           PERFORM 20550-BUSCAR-CUENTA
           THRU 20550-F-BUSCAR-CUENTA.

           PERFORM 20560-SUMAR-PORCENTAJES
           THRU 20560-F-SUMAR-PORCENTAJES.

           EVALUATE TRUE
               WHEN TITULAR-NO-EXISTE
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "TITULAR INEXISTENTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN HAY-MAESTRO AND WS-FICHA-SUB-HALLADA = ZEROES
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "CUENTA INEXISTENTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN HAY-MAESTRO
                AND WS-MAESTRO-ESTADO (WS-FICHA-SUB-HALLADA) = "C"
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "CUENTA CERRADA"
                        TO WS-MOTIVO-RECHAZO
               WHEN VINCULO-EXISTE
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "VINCULO YA EXISTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN TRJ-PORCENTAJE IS NOT NUMERIC
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "PORCENTAJE INVALIDO"
                        TO WS-MOTIVO-RECHAZO
               WHEN TRJ-PORCENTAJE = ZEROES
                 OR TRJ-PORCENTAJE > 100
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "PORCENTAJE INVALIDO"
                        TO WS-MOTIVO-RECHAZO
               WHEN OTHER
      *            EL PORCENTAJE DE LA TARJETA SOLO SE SUMA A LOS DE
      *            LOS OTROS TITULARES UNA VEZ VALIDADO COMO NUMERICO.
                   ADD TRJ-PORCENTAJE TO WS-SUMA-PORCENTAJES
                   IF WS-SUMA-PORCENTAJES > 100 THEN
                       SET TARJETA-RECHAZADA TO TRUE
                       MOVE "PORCENTAJES DE LA CUENTA > 100"
                            TO WS-MOTIVO-RECHAZO
                   END-IF
           END-EVALUATE.

       20500-F-VALIDAR-VINCULO.
           EXIT.

       20550-BUSCAR-CUENTA.

           MOVE ZEROES TO WS-FICHA-SUB-HALLADA.

           SET WS-IDX-MAESTRO TO 1.
           SEARCH WS-MAESTRO-TABLA
               AT END
                   CONTINUE
               WHEN WS-IDX-MAESTRO > WS-MAESTRO-CANT
                   CONTINUE
               WHEN WS-MAESTRO-CLIENTE (WS-IDX-MAESTRO)
                       = TRJ-CLIENTE
                AND WS-MAESTRO-SUCURSAL (WS-IDX-MAESTRO)
                       = TRJ-SUCURSAL
                   SET WS-FICHA-SUB-HALLADA TO WS-IDX-MAESTRO
           END-SEARCH.

       20550-F-BUSCAR-CUENTA.
           EXIT.

      *-----------------------------------------------------------
      * SUMA LOS PORCENTAJES VIGENTES DE LOS OTROS TITULARES DE LA
      * CUENTA DE LA TARJETA (EL DEL PROPIO TITULAR NO SE SUMA,
      * PARA QUE EL CAMBIO DE PORCENTAJE LO REEMPLACE).
      *-----------------------------------------------------------
       20560-SUMAR-PORCENTAJES.

           MOVE ZEROES TO WS-SUMA-PORCENTAJES.

           PERFORM 20565-SUMAR-UN-PORCENTAJE
           THRU 20565-F-SUMAR-UN-PORCENTAJE
           VARYING WS-IDX-VINCULO FROM 1 BY 1
           UNTIL WS-IDX-VINCULO > WS-VINCULOS-CANT.

       20560-F-SUMAR-PORCENTAJES.
           EXIT.

       20565-SUMAR-UN-PORCENTAJE.
           IF WS-VIN-CLIENTE (WS-IDX-VINCULO) = TRJ-CLIENTE
             AND WS-VIN-SUCURSAL (WS-IDX-VINCULO) = TRJ-SUCURSAL
             AND WS-VIN-CUIT (WS-IDX-VINCULO) NOT = TRJ-CUIT
             AND VIN-VIGENTE (WS-IDX-VINCULO) THEN
               ADD WS-VIN-PORCENTAJE (WS-IDX-VINCULO)
                   TO WS-SUMA-PORCENTAJES
           END-IF.
       20565-F-SUMAR-UN-PORCENTAJE.
           EXIT.

       20600-VALIDAR-PORCENTAJE.

           PERFORM 20560-SUMAR-PORCENTAJES
           THRU 20560-F-SUMAR-PORCENTAJES.

           EVALUATE TRUE
               WHEN VINCULO-NO-EXISTE
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "VINCULO INEXISTENTE"
                        TO WS-MOTIVO-RECHAZO
               WHEN TRJ-PORCENTAJE IS NOT NUMERIC
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "PORCENTAJE INVALIDO"
                        TO WS-MOTIVO-RECHAZO
               WHEN TRJ-PORCENTAJE = ZEROES
                 OR TRJ-PORCENTAJE > 100
                   SET TARJETA-RECHAZADA TO TRUE
                   MOVE "PORCENTAJE INVALIDO"
                        TO WS-MOTIVO-RECHAZO
               WHEN OTHER
      *            EL PORCENTAJE DE LA TARJETA SOLO SE SUMA A LOS DE
      *            LOS OTROS TITULARES UNA VEZ VALIDADO COMO NUMERICO.
                   ADD TRJ-PORCENTAJE TO WS-SUMA-PORCENTAJES
                   IF WS-SUMA-PORCENTAJES > 100 THEN
                       SET TARJETA-RECHAZADA TO TRUE
                       MOVE "PORCENTAJES DE LA CUENTA > 100"
                            TO WS-MOTIVO-RECHAZO
                   END-IF
           END-EVALUATE.

       20600-F-VALIDAR-PORCENTAJE.
           EXIT.

       20700-VALIDAR-DESVINCULO.

           IF VINCULO-NO-EXISTE THEN
               SET TARJETA-RECHAZADA TO TRUE
               MOVE "VINCULO INEXISTENTE" TO WS-MOTIVO-RECHAZO
           END-IF.

       20700-F-VALIDAR-DESVINCULO.
           EXIT.

      *-----------------------------------------------------------
      * APLICA SOBRE LAS TABLAS EN MEMORIA LA TARJETA YA VALIDADA.
      * LOS FICHEROS SE REESCRIBEN RECIEN AL FINAL DE LA CORRIDA.
      *-----------------------------------------------------------
       21000-APLICAR-TARJETA.

           EVALUATE TRUE
               WHEN ACCION-ALTA
                   IF WS-TIT-SUB-HALLADO > ZEROES THEN
                       MOVE TRJ-NOMBRE
                            TO WS-TIT-NOMBRE (WS-TIT-SUB-HALLADO)
                       SET TIT-VIGENTE (WS-TIT-SUB-HALLADO)
                            TO TRUE
                   ELSE
                       MOVE TRJ-CUIT   TO WS-NUEVO-CUIT
                       MOVE TRJ-NOMBRE TO WS-NUEVO-NOMBRE
                       PERFORM 21100-AGREGAR-TITULAR
                       THRU 21100-F-AGREGAR-TITULAR
                   END-IF
               WHEN ACCION-MODIFICACION
                   MOVE TRJ-NOMBRE
                        TO WS-TIT-NOMBRE (WS-TIT-SUB-HALLADO)
               WHEN ACCION-BAJA
                   SET TIT-DADO-DE-BAJA (WS-TIT-SUB-HALLADO)
                        TO TRUE
               WHEN ACCION-VINCULO
                   IF WS-VIN-SUB-HALLADO > ZEROES THEN
                       MOVE TRJ-PORCENTAJE
                            TO WS-VIN-PORCENTAJE (WS-VIN-SUB-HALLADO)
                       SET VIN-VIGENTE (WS-VIN-SUB-HALLADO)
                            TO TRUE
                   ELSE
                       MOVE TRJ-CLIENTE    TO WS-NUEVO-CLIENTE
                       MOVE TRJ-SUCURSAL   TO WS-NUEVO-SUCURSAL
                       MOVE TRJ-CUIT       TO WS-NUEVO-CUIT
                       MOVE TRJ-PORCENTAJE TO WS-NUEVO-PORCENTAJE
                       PERFORM 21200-AGREGAR-VINCULO
                       THRU 21200-F-AGREGAR-VINCULO
                   END-IF
               WHEN ACCION-PORCENTAJE
                   MOVE TRJ-PORCENTAJE
                        TO WS-VIN-PORCENTAJE (WS-VIN-SUB-HALLADO)
               WHEN ACCION-DESVINCULO
                   SET VIN-DADO-DE-BAJA (WS-VIN-SUB-HALLADO)
                        TO TRUE
           END-EVALUATE.

       21000-F-APLICAR-TARJETA.
           EXIT.

      *-----------------------------------------------------------
      * AGREGA UN TITULAR EN SU LUGAR POR CUIT, CORRIENDO HACIA
      * ABAJO LOS DE CUIT MAYOR, COMO CCCACT CON LA TABLA DE
      * SALDOS. EL FICHERO YA VIENE ORDENADO, ASI QUE EN LA CARGA
      * NO SE CORRE NADA.
      *-----------------------------------------------------------
       21100-AGREGAR-TITULAR.
           IF WS-TITULARES-CANT >= 50000 THEN
               DISPLAY "TITULARES EXCEDEN LA TABLA EN MEMORIA -- "
                       "AMPLIAR WS-TABLA-TITULARES."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-TITULARES-CANT.
           MOVE WS-TITULARES-CANT TO WS-TIT-SUB-ACTUAL.

           PERFORM 21110-CORRER-TITULAR-LUGAR
           THRU 21110-F-CORRER-TITULAR-LUGAR
           UNTIL WS-TIT-SUB-ACTUAL = 1
              OR WS-TIT-CUIT (WS-TIT-SUB-ACTUAL - 1)
                   NOT > WS-NUEVO-CUIT.

           MOVE WS-NUEVO-CUIT   TO WS-TIT-CUIT (WS-TIT-SUB-ACTUAL).
           MOVE WS-NUEVO-NOMBRE TO WS-TIT-NOMBRE (WS-TIT-SUB-ACTUAL).
           SET TIT-VIGENTE (WS-TIT-SUB-ACTUAL) TO TRUE.
       21100-F-AGREGAR-TITULAR.
           EXIT.

       21110-CORRER-TITULAR-LUGAR.
           MOVE WS-TITULARES-TABLA (WS-TIT-SUB-ACTUAL - 1)
                TO WS-TITULARES-TABLA (WS-TIT-SUB-ACTUAL).
           SUBTRACT 1 FROM WS-TIT-SUB-ACTUAL.
       21110-F-CORRER-TITULAR-LUGAR.
           EXIT.

       21200-AGREGAR-VINCULO.
           IF WS-VINCULOS-CANT >= 50000 THEN
               DISPLAY "VINCULOS EXCEDEN LA TABLA EN MEMORIA -- "
                       "AMPLIAR WS-TABLA-VINCULOS."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-VINCULOS-CANT.
           MOVE WS-VINCULOS-CANT TO WS-VIN-SUB-ACTUAL.

           PERFORM 21210-CORRER-VINCULO-LUGAR
           THRU 21210-F-CORRER-VINCULO-LUGAR
           UNTIL WS-VIN-SUB-ACTUAL = 1
              OR WS-VINCULOS-TABLA (WS-VIN-SUB-ACTUAL - 1) (1:27)
                   NOT > WS-CLAVE-VINCULO-NUEVA.

           MOVE WS-NUEVO-CLIENTE
                TO WS-VIN-CLIENTE (WS-VIN-SUB-ACTUAL).
           MOVE WS-NUEVO-SUCURSAL
                TO WS-VIN-SUCURSAL (WS-VIN-SUB-ACTUAL).
           MOVE WS-NUEVO-CUIT
                TO WS-VIN-CUIT (WS-VIN-SUB-ACTUAL).
           MOVE WS-NUEVO-PORCENTAJE
                TO WS-VIN-PORCENTAJE (WS-VIN-SUB-ACTUAL).
           SET VIN-VIGENTE (WS-VIN-SUB-ACTUAL) TO TRUE.
       21200-F-AGREGAR-VINCULO.
           EXIT.

       21210-CORRER-VINCULO-LUGAR.
           MOVE WS-VINCULOS-TABLA (WS-VIN-SUB-ACTUAL - 1)
                TO WS-VINCULOS-TABLA (WS-VIN-SUB-ACTUAL).
           SUBTRACT 1 FROM WS-VIN-SUB-ACTUAL.
       21210-F-CORRER-VINCULO-LUGAR.
           EXIT.

       22000-GRABAR-AUDITORIA.

           MOVE WS-FECHA-PROCESO TO AUD-FECHA.
           MOVE WS-HORA-HHMMSS   TO AUD-HORA.
           MOVE TRJ-OPERADOR     TO AUD-OPERADOR.
           MOVE TRJ-ACCION       TO AUD-ACCION.
           MOVE TRJ-CUIT         TO AUD-CUIT.
           MOVE TRJ-CLIENTE      TO AUD-CLIENTE.
           MOVE TRJ-NOMBRE       TO AUD-NOMBRE.

           IF TRJ-SUCURSAL IS NUMERIC THEN
               MOVE TRJ-SUCURSAL TO AUD-SUCURSAL
           ELSE
               MOVE ZEROES       TO AUD-SUCURSAL
           END-IF.

           IF TRJ-PORCENTAJE IS NUMERIC THEN
               MOVE TRJ-PORCENTAJE TO AUD-PORCENTAJE
           ELSE
               MOVE ZEROES         TO AUD-PORCENTAJE
           END-IF.

           IF TARJETA-ACEPTADA THEN
               MOVE "ACEPTADA " TO AUD-RESULTADO
               MOVE SPACES      TO AUD-MOTIVO
           ELSE
               MOVE "RECHAZADA" TO AUD-RESULTADO
               MOVE WS-MOTIVO-RECHAZO TO AUD-MOTIVO
           END-IF.

           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA.

           IF NOT AUDITORIA-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "AUDITORIA-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-AUDIT            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       22000-F-GRABAR-AUDITORIA.
           EXIT.

      *-----------------------------------------------------------
      * REESCRIBE EL REGISTRO Y LOS VINCULOS ENTEROS CON LAS
      * TRANSACCIONES YA APLICADAS, CIERRA LOS FICHEROS E INFORMA
      * LOS TOTALES DE CONTROL DE LA CORRIDA.
      *-----------------------------------------------------------
       30000-FIN-PGM.

           IF WS-CONT-ACEPTADAS > ZEROES THEN
               PERFORM 31000-REGRABAR-TITULARES
               THRU 31000-F-REGRABAR-TITULARES

               PERFORM 31200-REGRABAR-VINCULOS
               THRU 31200-F-REGRABAR-VINCULOS
           END-IF.

           CLOSE TARJETAS.
           IF NOT TARJETAS-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "MANTENIMIENTO-TITULARES.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE AUDITORIA.
           IF NOT AUDITORIA-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "AUDITORIA-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-AUDIT            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCTIT -- TARJETAS LEIDAS.....: "
                   WS-CONT-TARJETAS.
           DISPLAY "CCCTIT -- ACEPTADAS...........: "
                   WS-CONT-ACEPTADAS.
           DISPLAY "CCCTIT -- RECHAZADAS..........: "
                   WS-CONT-RECHAZADAS.

       30000-F-FIN-PGM.
           EXIT.

       31000-REGRABAR-TITULARES.

           OPEN OUTPUT TITULARES-CCC.

           IF NOT TITULARES-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TITULARES        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 31100-GRABAR-UN-TITULAR
           THRU 31100-F-GRABAR-UN-TITULAR
           VARYING WS-IDX-TITULAR FROM 1 BY 1
           UNTIL WS-IDX-TITULAR > WS-TITULARES-CANT.

           CLOSE TITULARES-CCC.

           IF NOT TITULARES-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TITULARES        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       31000-F-REGRABAR-TITULARES.
           EXIT.

       31100-GRABAR-UN-TITULAR.
           IF TIT-VIGENTE (WS-IDX-TITULAR) THEN
               MOVE WS-TIT-CUIT (WS-IDX-TITULAR)   TO TIT-CUIT
               MOVE WS-TIT-NOMBRE (WS-IDX-TITULAR) TO TIT-NOMBRE

               WRITE REG-TITULAR

               IF NOT TITULARES-OK THEN
                   MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
                   MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-TITULARES        TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.
       31100-F-GRABAR-UN-TITULAR.
           EXIT.

       31200-REGRABAR-VINCULOS.

           OPEN OUTPUT VINCULOS-TITULARES.

           IF NOT VINCULOS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-VINCULOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 31300-GRABAR-UN-VINCULO
           THRU 31300-F-GRABAR-UN-VINCULO
           VARYING WS-IDX-VINCULO FROM 1 BY 1
           UNTIL WS-IDX-VINCULO > WS-VINCULOS-CANT.

           CLOSE VINCULOS-TITULARES.

           IF NOT VINCULOS-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-VINCULOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       31200-F-REGRABAR-VINCULOS.
           EXIT.

       31300-GRABAR-UN-VINCULO.
           IF VIN-VIGENTE (WS-IDX-VINCULO) THEN
               MOVE WS-VIN-CLIENTE (WS-IDX-VINCULO)  TO VIN-CLIENTE
               MOVE WS-VIN-SUCURSAL (WS-IDX-VINCULO) TO VIN-SUCURSAL
               MOVE WS-VIN-CUIT (WS-IDX-VINCULO)     TO VIN-CUIT
               MOVE WS-VIN-PORCENTAJE (WS-IDX-VINCULO)
                    TO VIN-PORCENTAJE

               WRITE REG-VINCULO

               IF NOT VINCULOS-OK THEN
                   MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
                   MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-VINCULOS         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.
       31300-F-GRABAR-UN-VINCULO.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE E/S INESPERADO, CON EL
      * MISMO ESQUEMA Y RETURN-CODE QUE CCCACT.
      *-----------------------------------------------------------
       90000-ABEND-ERROR-FICHERO.

           DISPLAY "*** CCCTIT -- ABEND POR ERROR DE E/S ***".
           DISPLAY "OPERACION.....: " WS-ABEND-OPERACION.
           DISPLAY "FICHERO.......: " WS-ABEND-FICHERO.
           DISPLAY "FILE STATUS...: " WS-ABEND-STATUS.

           MOVE 16 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
           EXIT.

       END PROGRAM CCCTIT.
