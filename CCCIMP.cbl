      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: declaracion mensual de retenciones del impuesto a
      *          los debitos y creditos bancarios: recorre el
      *          historial indexado de movimientos que carga CCCACT,
      *          toma los 103 (DEBITO IMPUESTO) del periodo (el mes
      *          de la fecha de proceso, o el de PERIODO-IMPUESTO.TXT
      *          si Impuestos lo informa para rehacer un mes ya
      *          cerrado que CCCPUR todavia no archivo), los acumula
      *          por cliente/sucursal con la base imponible del
      *          movimiento que los origino y genera el fichero de
      *          declaracion para el organismo recaudador (cabecera
      *          HDR, un detalle por cuenta y trailer TRL de control)
      *          y un informe con el detalle de cada retencion,
      *          subtotal por cuenta y totales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIAL-CCC ASSIGN TO "HISTORIAL-CCC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-CLAVE
           FILE STATUS IS FS-HIST.

           SELECT PERIODO-IMPUESTO ASSIGN TO "PERIODO-IMPUESTO.TXT"
           FILE STATUS IS FS-PERIODO.

           SELECT CORTE-VIGENTE ASSIGN TO "CORTE-VIGENTE-CCC.TXT"
           FILE STATUS IS FS-VIGENTE.

           SELECT DECLARACION ASSIGN TO "DECLARACION-IMPUESTO.TXT"
           FILE STATUS IS FS-DECLARACION.

           SELECT INFORME ASSIGN TO "SALIDA-CCCIMP.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * HISTORIAL INDEXADO DE MOVIMIENTOS, TAL COMO LO CARGA
      * CCCACT. SE RECORRE ENTERO EN ORDEN DE CLAVE, ASI LOS
      * MOVIMIENTOS DE CADA CUENTA LLEGAN JUNTOS Y EL 103 QUE
      * GENERA CCCACT LLEGA INMEDIATAMENTE DESPUES DEL MOVIMIENTO
      * QUE LO ORIGINO (MISMA FECHA Y HORA, SECUENCIA SIGUIENTE).
      *---------------------------------------------------------
       FD HISTORIAL-CCC.
       01 REG-HISTORIAL.
           05 HIST-CLAVE.
               10 HIST-CLIENTE               PIC X(10).
               10 HIST-SUCURSAL              PIC 9(06).
               10 HIST-FECHA.
                   15 HIST-FECHA-PERIODO     PIC 9(06).
                   15 HIST-FECHA-DIA         PIC 9(02).
               10 HIST-HORA                  PIC 9(06).
               10 HIST-SECUENCIA             PIC 9(04).
           05 HIST-CODIGO                    PIC X(03).
           05 HIST-TIPO                      PIC X(03).
           05 HIST-MONEDA                    PIC X(03).
           05 HIST-IMPORTE                   PIC S9(12)V9(04).
           05 HIST-IMPORTE-PESOS             PIC S9(14)V9(04).
           05 HIST-FECHA-CARGA               PIC 9(08).
           05 HIST-CICLO-CARGA               PIC 9(02).

      *---------------------------------------------------------
      * PERIODO A DECLARAR (AAAAMM) CUANDO NO ES EL MES DE LA
      * FECHA DE PROCESO. SU AUSENCIA DECLARA EL MES EN CURSO, QUE
      * ES LO NORMAL CORRIENDO AL CIERRE DE MES.
      *---------------------------------------------------------
       FD PERIODO-IMPUESTO
          RECORDING MODE IS F
          RECORD CONTAINS 6 CHARACTERS.
       01 REG-PERIODO-IMPUESTO.
           05 PER-ANIO                       PIC 9(04).
           05 PER-MES                        PIC 9(02).

      *---------------------------------------------------------
      * CORTE VIGENTE QUE DEJA CCCPUR: LA FECHA DE CORTE DE LA
      * ULTIMA DEPURACION Y EL RANGO DE ANIOS CON FICHERO DE
      * ARCHIVO. SU AUSENCIA SIGNIFICA HISTORIAL SIN DEPURAR.
      *---------------------------------------------------------
       FD CORTE-VIGENTE
          RECORDING MODE IS F
          RECORD CONTAINS 16 CHARACTERS.
       01 REG-CORTE-VIGENTE.
           05 VIG-FECHA-CORTE                PIC 9(08).
           05 VIG-PRIMER-ANIO                PIC 9(04).
           05 VIG-ULTIMO-ANIO                PIC 9(04).

      *---------------------------------------------------------
      * DECLARACION PARA EL ORGANISMO RECAUDADOR: CABECERA HDR
      * (PERIODO, FECHA DE PROCESO Y ORIGEN), UN DETALLE DET POR
      * CUENTA CON RETENCIONES EN EL PERIODO Y TRAILER TRL
      * (CANTIDADES Y SUMAS DE BASE E IMPUESTO).
      *---------------------------------------------------------
       FD DECLARACION
          RECORDING MODE IS F
          RECORD CONTAINS 60 CHARACTERS.
       01 REG-DECLARACION                    PIC X(60).

       FD INFORME
          RECORDING MODE F.
       01 REG-INFORME                        PIC X(120).

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
           05 FS-HIST                       PIC X(02).
             88 HISTORIAL-OK                    VALUE "00".
             88 HISTORIAL-NO-EXISTE             VALUE "35".
             88 EOF-HISTORIAL                   VALUE "10".
           05 FS-PERIODO                    PIC X(02).
             88 PERIODO-OK                      VALUE "00".
             88 PERIODO-NO-EXISTE               VALUE "35".
             88 EOF-PERIODO                     VALUE "10".
           05 FS-VIGENTE                    PIC X(02).
             88 VIGENTE-OK                      VALUE "00".
             88 VIGENTE-NO-EXISTE               VALUE "35".
             88 EOF-VIGENTE                     VALUE "10".
           05 FS-DECLARACION                PIC X(02).
             88 DECLARACION-OK                  VALUE "00".
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
           05 WS-CTL-FICHERO                PIC X(30) VALUE SPACES.
           05 WS-CTL-MOTIVO                 PIC X(40) VALUE SPACES.

      *---------------------------------------------
      * VISTA DEL REGISTRO DE DECLARACION: LA MARCA HDR/DET/TRL Y
      * LAS VISTAS DE CABECERA, DETALLE Y TRAILER SOBRE EL MISMO
      * AREA, COMO AUX-CONTROL EN CCCACT.
      *---------------------------------------------

       01 WS-REG-DECLARACION.
           05 DCL-MARCA                     PIC X(03).
           05 DCL-DATOS                     PIC X(57).
           05 DCL-CABECERA REDEFINES DCL-DATOS.
               10 DCL-PERIODO               PIC 9(06).
               10 DCL-FECHA-PROCESO         PIC 9(08).
               10 DCL-ORIGEN                PIC X(08).
               10 FILLER                    PIC X(35).
           05 DCL-DETALLE REDEFINES DCL-DATOS.
               10 DCL-CLIENTE               PIC X(10).
               10 DCL-SUCURSAL              PIC 9(06).
               10 DCL-CANT-RETENCIONES      PIC 9(06).
               10 DCL-BASE                  PIC 9(14)V9(02).
               10 DCL-IMPUESTO              PIC 9(14)V9(02).
               10 FILLER                    PIC X(03).
           05 DCL-TRAILER REDEFINES DCL-DATOS.
               10 DCL-CANT-CUENTAS          PIC 9(08).
               10 DCL-TOT-RETENCIONES       PIC 9(08).
               10 DCL-TOT-BASE              PIC 9(14)V9(02).
               10 DCL-TOT-IMPUESTO          PIC 9(14)V9(02).
               10 FILLER                    PIC X(09).

      *---------------------------------------------
      * MOVIMIENTO ANTERIOR DEL HISTORIAL: DE ESTE SE TOMA LA
      * BASE IMPONIBLE DEL 103 QUE LO SIGUE.
      *---------------------------------------------

       01 WS-HISTORIAL-ANTERIOR.
           05 WS-ANT-CLIENTE                PIC X(10) VALUE SPACES.
           05 WS-ANT-SUCURSAL               PIC 9(06) VALUE ZEROES.
           05 WS-ANT-FECHA                  PIC 9(08) VALUE ZEROES.
           05 WS-ANT-HORA                   PIC 9(06) VALUE ZEROES.
           05 WS-ANT-TIPO                   PIC X(03) VALUE SPACES.
             88 ANT-TIPO-GRAVADO                VALUE "101" "201"
                                                      "203".
           05 WS-ANT-IMPORTE-PESOS          PIC S9(14)V9(04)
                VALUE ZEROES.

      *---------------------------------------------
      * VARIABLES DE TRABAJO DE LA DECLARACION: EL PERIODO, LA
      * CUENTA EN CURSO CON SUS ACUMULADOS Y LOS DE LA RETENCION.
      *---------------------------------------------

       01 WS-CONTROL-DECLARACION.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
               10 WS-PROCESO-PERIODO        PIC 9(06).
               10 WS-PROCESO-DIA            PIC 9(02).
           05 WS-PERIODO                    PIC 9(06) VALUE ZEROES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
               10 WS-PERIODO-ANIO           PIC 9(04).
               10 WS-PERIODO-MES            PIC 9(02).
           05 WS-PERIODO-DESDE              PIC 9(08) VALUE ZEROES.
           05 WS-PERIODO-DESDE-R REDEFINES WS-PERIODO-DESDE.
               10 WS-DESDE-PERIODO          PIC 9(06).
               10 WS-DESDE-DIA              PIC 9(02).
           05 WS-CLIENTE-ACTUAL             PIC X(10) VALUE SPACES.
           05 WS-SUCURSAL-ACTUAL            PIC 9(06) VALUE ZEROES.
           05 WS-CTA-CANT                   PIC 9(06) VALUE ZEROES.
           05 WS-CTA-BASE                   PIC 9(14)V9(04)
                VALUE ZEROES.
           05 WS-CTA-IMPUESTO               PIC 9(14)V9(04)
                VALUE ZEROES.
           05 WS-RET-BASE                   PIC 9(14)V9(04)
                VALUE ZEROES.
           05 WS-RET-IMPUESTO               PIC 9(14)V9(04)
                VALUE ZEROES.

      *---------------------------------------------
      * VARIABLES PARA LOS TOTALES DE CONTROL DE LA CORRIDA.
      *---------------------------------------------

       01 WS-CONTADORES.
           05 WS-CONT-MOVIMIENTOS           PIC 9(08) VALUE ZEROES.
           05 WS-CONT-RETENCIONES           PIC 9(08) VALUE ZEROES.
           05 WS-CONT-CUENTAS               PIC 9(08) VALUE ZEROES.
           05 WS-CONT-SIN-BASE              PIC 9(08) VALUE ZEROES.
           05 WS-TOTAL-BASE                 PIC 9(14)V9(04)
                VALUE ZEROES.
           05 WS-TOTAL-IMPUESTO             PIC 9(14)V9(04)
                VALUE ZEROES.

      *---------------------------------------------------------
      * LINEAS DEL INFORME DE RETENCIONES.
      *---------------------------------------------------------

       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "RETENCIONES IMPUESTO DEB/CRED -- PERIODO".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-PERIODO                PIC 9(06).
           05 FILLER                       PIC X(10)
                VALUE " -- FECHA ".
           05 WS-CAB-FECHA                  PIC 9(08).

       01 WS-COLUMNAS-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "SUCURSAL".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "FECHA".
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "HORA".
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "TIPO".
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "BASE IMPONIBLE".
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "IMPUESTO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "OBSERVACION".

       01 WS-LINEA-RETENCION.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 RET-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 RET-FECHA                     PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-HORA                      PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-TIPO-ORIGEN               PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-BASE
                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-IMPUESTO
                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-OBSERVACION               PIC X(20).

       01 WS-LINEA-SUBTOTAL-CUENTA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SUB-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 SUB-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(14)
                VALUE "TOTAL CUENTA..".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SUB-CANT                      PIC ZZZ.ZZ9.
           05 SUB-BASE
                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SUB-IMPUESTO
                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL-RETENCIONES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "RETENCIONES DEL PERIODO.".
           05 WS-TOT-RETENCIONES            PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-CUENTAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS DECLARADAS......".
           05 WS-TOT-CUENTAS                PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-SIN-BASE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "RETENCIONES SIN BASE....".
           05 WS-TOT-SIN-BASE               PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-BASE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "BASE IMPONIBLE TOTAL....".
           05 WS-TOT-BASE
                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL-IMPUESTO.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "IMPUESTO RETENIDO TOTAL.".
           05 WS-TOT-IMPUESTO
                PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-EN-BLANCO                PIC X(01) VALUE SPACES.

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
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCIMP".
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
                VALUE "CCCBIT  MS00 00".
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

           PERFORM 10000-DETERMINAR-PERIODO
           THRU 10000-F-DETERMINAR-PERIODO.

           PERFORM 10100-CONTROLAR-CORTE
           THRU 10100-F-CONTROLAR-CORTE.

           MOVE WS-FECHA-PROCESO TO WS-CCO-FECHA-PROCESO.
           MOVE WS-PERIODO TO WS-CCO-PERIODO.
           PERFORM 05000-CONTROLAR-PREDECESORES
           THRU 05000-F-CONTROLAR-PREDECESORES.

           PERFORM 05100-REGISTRAR-INICIO
           THRU 05100-F-REGISTRAR-INICIO.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 20100-LEER-HISTORIAL
           THRU 20100-F-LEER-HISTORIAL.

           PERFORM 20000-PROCESAR-MOVIMIENTO
           THRU 20000-F-PROCESAR-MOVIMIENTO
           UNTIL EOF-HISTORIAL.

           PERFORM 22000-CERRAR-CUENTA
           THRU 22000-F-CERRAR-CUENTA.

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

           DISPLAY "*** CCCIMP -- CORRIDA RECHAZADA POR "
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
      * EL PERIODO ES EL MES DE LA FECHA DE PROCESO, SALVO QUE
      * IMPUESTOS DEJE OTRO EN PERIODO-IMPUESTO.TXT PARA REHACER
      * LA DECLARACION DE UN MES YA CERRADO. UN PERIODO CON MES
      * FUERA DE 01-12 SE RECHAZA CON RC 12.
      *-----------------------------------------------------------
       10000-DETERMINAR-PERIODO.

           MOVE WS-PROCESO-PERIODO TO WS-PERIODO.

           OPEN INPUT PERIODO-IMPUESTO.

           IF PERIODO-OK THEN
               READ PERIODO-IMPUESTO
               IF PERIODO-OK THEN
                   MOVE PER-ANIO TO WS-PERIODO-ANIO
                   MOVE PER-MES  TO WS-PERIODO-MES
               ELSE
                   IF NOT EOF-PERIODO THEN
                       MOVE "LECTURA"      TO WS-ABEND-OPERACION
                       MOVE "PERIODO-IMPUESTO.TXT"
                            TO WS-ABEND-FICHERO
                       MOVE FS-PERIODO     TO WS-ABEND-STATUS
                       PERFORM 90000-ABEND-ERROR-FICHERO
                       THRU 90000-F-ABEND-ERROR-FICHERO
                   END-IF
               END-IF
               CLOSE PERIODO-IMPUESTO
           ELSE
               IF NOT PERIODO-NO-EXISTE THEN
                   MOVE "APERTURA"         TO WS-ABEND-OPERACION
                   MOVE "PERIODO-IMPUESTO.TXT"
                        TO WS-ABEND-FICHERO
                   MOVE FS-PERIODO         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 THEN
               MOVE "PERIODO-IMPUESTO.TXT"     TO WS-CTL-FICHERO
               MOVE "PERIODO CON MES INVALIDO" TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

       10000-F-DETERMINAR-PERIODO.
           EXIT.

      *-----------------------------------------------------------
      * LA DECLARACION SE ARMA SOLO CON EL HISTORIAL VIVO. SI
      * CCCPUR YA ARCHIVO PARTE DEL PERIODO (EL PRIMER DIA DEL
      * PERIODO ES ANTERIOR A LA FECHA DE CORTE VIGENTE), LA
      * DECLARACION SALDRIA INCOMPLETA: LA CORRIDA SE RECHAZA CON
      * RC 12. SIN CORTE VIGENTE NO HUBO DEPURACION.
      *-----------------------------------------------------------
       10100-CONTROLAR-CORTE.

           MOVE WS-PERIODO TO WS-DESDE-PERIODO.
           MOVE 01         TO WS-DESDE-DIA.

           OPEN INPUT CORTE-VIGENTE.

           IF VIGENTE-OK THEN
               READ CORTE-VIGENTE
               IF VIGENTE-OK THEN
                   IF WS-PERIODO-DESDE < VIG-FECHA-CORTE THEN
                       MOVE "CORTE-VIGENTE-CCC.TXT"
                            TO WS-CTL-FICHERO
                       MOVE "PERIODO YA ARCHIVADO POR CCCPUR"
                            TO WS-CTL-MOTIVO
                       CLOSE CORTE-VIGENTE
                       PERFORM 90300-ABEND-ERROR-CONTROL
                       THRU 90300-F-ABEND-ERROR-CONTROL
                   END-IF
               ELSE
                   IF NOT EOF-VIGENTE THEN
                       MOVE "LECTURA"   TO WS-ABEND-OPERACION
                       MOVE "CORTE-VIGENTE-CCC.TXT"
                            TO WS-ABEND-FICHERO
                       MOVE FS-VIGENTE  TO WS-ABEND-STATUS
                       PERFORM 90000-ABEND-ERROR-FICHERO
                       THRU 90000-F-ABEND-ERROR-FICHERO
                   END-IF
               END-IF
               CLOSE CORTE-VIGENTE
           ELSE
               IF NOT VIGENTE-NO-EXISTE THEN
                   MOVE "APERTURA"      TO WS-ABEND-OPERACION
                   MOVE "CORTE-VIGENTE-CCC.TXT"
                        TO WS-ABEND-FICHERO
                   MOVE FS-VIGENTE      TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10100-F-CONTROLAR-CORTE.
           EXIT.

       11000-ABRIR-FICHEROS.

           OPEN INPUT HISTORIAL-CCC.

           IF HISTORIAL-NO-EXISTE THEN
               DISPLAY "CCCIMP -- NO HAY HISTORIAL-CCC.DAT, NADA "
                       "QUE DECLARAR."
               PERFORM 05200-REGISTRAR-FIN
               THRU 05200-F-REGISTRAR-FIN
               STOP RUN
           END-IF.

           IF NOT HISTORIAL-OK THEN
               MOVE "APERTURA"           TO WS-ABEND-OPERACION
               MOVE "HISTORIAL-CCC.DAT"  TO WS-ABEND-FICHERO
               MOVE FS-HIST              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT DECLARACION.

           IF NOT DECLARACION-OK THEN
               MOVE "APERTURA"                 TO WS-ABEND-OPERACION
               MOVE "DECLARACION-IMPUESTO.TXT" TO WS-ABEND-FICHERO
               MOVE FS-DECLARACION             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES            TO WS-REG-DECLARACION.
           MOVE "HDR"             TO DCL-MARCA.
           MOVE WS-PERIODO        TO DCL-PERIODO.
           MOVE WS-FECHA-PROCESO  TO DCL-FECHA-PROCESO.
           MOVE "CCCIMP"          TO DCL-ORIGEN.

           WRITE REG-DECLARACION FROM WS-REG-DECLARACION.

           PERFORM 90200-VERIFICAR-DECLARACION
           THRU 90200-F-VERIFICAR-DECLARACION.

           OPEN OUTPUT INFORME.

           IF NOT INFORME-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCIMP.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE WS-PERIODO       TO WS-CAB-PERIODO.
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA.

           WRITE REG-INFORME FROM WS-CABECERA-INFORME.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-COLUMNAS-INFORME
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       11000-F-ABRIR-FICHEROS.
           EXIT.

       20100-LEER-HISTORIAL.
           READ HISTORIAL-CCC NEXT RECORD.
           IF NOT HISTORIAL-OK AND NOT EOF-HISTORIAL THEN
               MOVE "LECTURA"            TO WS-ABEND-OPERACION
               MOVE "HISTORIAL-CCC.DAT"  TO WS-ABEND-FICHERO
               MOVE FS-HIST              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       20100-F-LEER-HISTORIAL.
           EXIT.

      *-----------------------------------------------------------
      * QUIEBRE POR CLIENTE/SUCURSAL: AL CAMBIAR DE CUENTA SE
      * DECLARA LA ANTERIOR. CADA 103 DEL PERIODO SE REGISTRA
      * COMO RETENCION; TODO MOVIMIENTO QUEDA COMO ANTERIOR PARA
      * DARLE LA BASE AL 103 QUE LO SIGA.
      *-----------------------------------------------------------
       20000-PROCESAR-MOVIMIENTO.

           ADD 1 TO WS-CONT-MOVIMIENTOS.

           IF HIST-CLIENTE NOT = WS-CLIENTE-ACTUAL
             OR HIST-SUCURSAL NOT = WS-SUCURSAL-ACTUAL THEN
               PERFORM 22000-CERRAR-CUENTA
               THRU 22000-F-CERRAR-CUENTA

               MOVE HIST-CLIENTE  TO WS-CLIENTE-ACTUAL
               MOVE HIST-SUCURSAL TO WS-SUCURSAL-ACTUAL
               MOVE ZEROES        TO WS-CTA-CANT
               MOVE ZEROES        TO WS-CTA-BASE
               MOVE ZEROES        TO WS-CTA-IMPUESTO
           END-IF.

           IF HIST-TIPO = "103"
             AND HIST-FECHA-PERIODO = WS-PERIODO THEN
               PERFORM 21000-REGISTRAR-RETENCION
               THRU 21000-F-REGISTRAR-RETENCION
           END-IF.

           MOVE HIST-CLIENTE       TO WS-ANT-CLIENTE.
           MOVE HIST-SUCURSAL      TO WS-ANT-SUCURSAL.
           MOVE HIST-FECHA         TO WS-ANT-FECHA.
           MOVE HIST-HORA          TO WS-ANT-HORA.
           MOVE HIST-TIPO          TO WS-ANT-TIPO.
           MOVE HIST-IMPORTE-PESOS TO WS-ANT-IMPORTE-PESOS.

           PERFORM 20100-LEER-HISTORIAL
           THRU 20100-F-LEER-HISTORIAL.

       20000-F-PROCESAR-MOVIMIENTO.
           EXIT.

      *-----------------------------------------------------------
      * EL IMPUESTO ES EL ABSOLUTO DEL IMPORTE EN PESOS DEL 103.
      * LA BASE ES EL ABSOLUTO DEL MOVIMIENTO GRAVADO (101, 201 O
      * 203) QUE LO PRECEDE CON LA MISMA CUENTA, FECHA Y HORA
      * CUANDO EL 103 LO GENERO CCCACT (CODIGO "IMP"). UN 103
      * CARGADO A MANO NO TIENE BASE: SE DECLARA CON BASE CERO Y
      * SE SENALA EN EL INFORME PARA QUE IMPUESTOS LA REVISE.
      *-----------------------------------------------------------
       21000-REGISTRAR-RETENCION.

           ADD 1 TO WS-CONT-RETENCIONES.
           ADD 1 TO WS-CTA-CANT.

           IF HIST-IMPORTE-PESOS < 0 THEN
               COMPUTE WS-RET-IMPUESTO = HIST-IMPORTE-PESOS * -1
           ELSE
               MOVE HIST-IMPORTE-PESOS TO WS-RET-IMPUESTO
           END-IF.

           MOVE ZEROES TO WS-RET-BASE.
           MOVE SPACES TO RET-OBSERVACION.
           MOVE SPACES TO RET-TIPO-ORIGEN.

           IF HIST-CODIGO = "IMP"
             AND ANT-TIPO-GRAVADO
             AND WS-ANT-CLIENTE  = HIST-CLIENTE
             AND WS-ANT-SUCURSAL = HIST-SUCURSAL
             AND WS-ANT-FECHA    = HIST-FECHA
             AND WS-ANT-HORA     = HIST-HORA THEN
               MOVE WS-ANT-TIPO TO RET-TIPO-ORIGEN
               IF WS-ANT-IMPORTE-PESOS < 0 THEN
                   COMPUTE WS-RET-BASE = WS-ANT-IMPORTE-PESOS * -1
               ELSE
                   MOVE WS-ANT-IMPORTE-PESOS TO WS-RET-BASE
               END-IF
           ELSE
               ADD 1 TO WS-CONT-SIN-BASE
               MOVE "SIN BASE -- REVISAR" TO RET-OBSERVACION
           END-IF.

           ADD WS-RET-BASE     TO WS-CTA-BASE.
           ADD WS-RET-IMPUESTO TO WS-CTA-IMPUESTO.

           MOVE HIST-CLIENTE    TO RET-CLIENTE.
           MOVE HIST-SUCURSAL   TO RET-SUCURSAL.
           MOVE HIST-FECHA      TO RET-FECHA.
           MOVE HIST-HORA       TO RET-HORA.
           MOVE WS-RET-BASE     TO RET-BASE.
           MOVE WS-RET-IMPUESTO TO RET-IMPUESTO.

           WRITE REG-INFORME FROM WS-LINEA-RETENCION
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       21000-F-REGISTRAR-RETENCION.
           EXIT.

      *-----------------------------------------------------------
      * DECLARA LA CUENTA EN CURSO SI TUVO RETENCIONES EN EL
      * PERIODO: DETALLE DET EN LA DECLARACION Y SUBTOTAL EN EL
      * INFORME.
      *-----------------------------------------------------------
       22000-CERRAR-CUENTA.

           IF WS-CTA-CANT > ZEROES THEN
               ADD 1 TO WS-CONT-CUENTAS
               ADD WS-CTA-BASE     TO WS-TOTAL-BASE
               ADD WS-CTA-IMPUESTO TO WS-TOTAL-IMPUESTO

               MOVE SPACES             TO WS-REG-DECLARACION
               MOVE "DET"              TO DCL-MARCA
               MOVE WS-CLIENTE-ACTUAL  TO DCL-CLIENTE
               MOVE WS-SUCURSAL-ACTUAL TO DCL-SUCURSAL
               MOVE WS-CTA-CANT        TO DCL-CANT-RETENCIONES
               COMPUTE DCL-BASE ROUNDED = WS-CTA-BASE
               COMPUTE DCL-IMPUESTO ROUNDED = WS-CTA-IMPUESTO

               WRITE REG-DECLARACION FROM WS-REG-DECLARACION

               PERFORM 90200-VERIFICAR-DECLARACION
               THRU 90200-F-VERIFICAR-DECLARACION

               MOVE WS-CLIENTE-ACTUAL  TO SUB-CLIENTE
               MOVE WS-SUCURSAL-ACTUAL TO SUB-SUCURSAL
               MOVE WS-CTA-CANT        TO SUB-CANT
               MOVE WS-CTA-BASE        TO SUB-BASE
               MOVE WS-CTA-IMPUESTO    TO SUB-IMPUESTO

               WRITE REG-INFORME FROM WS-LINEA-SUBTOTAL-CUENTA
               AFTER ADVANCING 1 LINES

               PERFORM 90100-VERIFICAR-INFORME
               THRU 90100-F-VERIFICAR-INFORME

               WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
               AFTER ADVANCING 1 LINES

               PERFORM 90100-VERIFICAR-INFORME
               THRU 90100-F-VERIFICAR-INFORME

               MOVE ZEROES TO WS-CTA-CANT
           END-IF.

       22000-F-CERRAR-CUENTA.
           EXIT.

       30000-FIN-PGM.

           MOVE SPACES              TO WS-REG-DECLARACION.
           MOVE "TRL"               TO DCL-MARCA.
           MOVE WS-CONT-CUENTAS     TO DCL-CANT-CUENTAS.
           MOVE WS-CONT-RETENCIONES TO DCL-TOT-RETENCIONES.
           COMPUTE DCL-TOT-BASE ROUNDED = WS-TOTAL-BASE.
           COMPUTE DCL-TOT-IMPUESTO ROUNDED = WS-TOTAL-IMPUESTO.

           WRITE REG-DECLARACION FROM WS-REG-DECLARACION.

           PERFORM 90200-VERIFICAR-DECLARACION
           THRU 90200-F-VERIFICAR-DECLARACION.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-RETENCIONES TO WS-TOT-RETENCIONES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-RETENCIONES
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-CUENTAS TO WS-TOT-CUENTAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-CUENTAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-SIN-BASE TO WS-TOT-SIN-BASE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SIN-BASE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-TOTAL-BASE TO WS-TOT-BASE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-BASE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-TOTAL-IMPUESTO TO WS-TOT-IMPUESTO.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-IMPUESTO
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           CLOSE HISTORIAL-CCC.
           IF NOT HISTORIAL-OK THEN
               MOVE "CIERRE"             TO WS-ABEND-OPERACION
               MOVE "HISTORIAL-CCC.DAT"  TO WS-ABEND-FICHERO
               MOVE FS-HIST              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE DECLARACION.
           IF NOT DECLARACION-OK THEN
               MOVE "CIERRE"                   TO WS-ABEND-OPERACION
               MOVE "DECLARACION-IMPUESTO.TXT" TO WS-ABEND-FICHERO
               MOVE FS-DECLARACION             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE INFORME.
           IF NOT INFORME-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCIMP.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCIMP -- PERIODO.............: " WS-PERIODO.
           DISPLAY "CCCIMP -- MOVIMIENTOS LEIDOS..: "
                   WS-CONT-MOVIMIENTOS.
           DISPLAY "CCCIMP -- RETENCIONES.........: "
                   WS-CONT-RETENCIONES.
           DISPLAY "CCCIMP -- CUENTAS DECLARADAS..: "
                   WS-CONT-CUENTAS.
           DISPLAY "CCCIMP -- RETENCIONES SIN BASE: "
                   WS-CONT-SIN-BASE.

       30000-F-FIN-PGM.
           EXIT.

       90100-VERIFICAR-INFORME.

           IF NOT INFORME-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCIMP.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90100-F-VERIFICAR-INFORME.
           EXIT.

       90200-VERIFICAR-DECLARACION.

           IF NOT DECLARACION-OK THEN
               MOVE "ESCRITURA"                TO WS-ABEND-OPERACION
               MOVE "DECLARACION-IMPUESTO.TXT" TO WS-ABEND-FICHERO
               MOVE FS-DECLARACION             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90200-F-VERIFICAR-DECLARACION.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE E/S INESPERADO, CON EL
      * MISMO ESQUEMA Y RETURN-CODE QUE CCCACT.
      *-----------------------------------------------------------
       90000-ABEND-ERROR-FICHERO.

           DISPLAY "*** CCCIMP -- ABEND POR ERROR DE E/S ***".
           DISPLAY "OPERACION.....: " WS-ABEND-OPERACION.
           DISPLAY "FICHERO.......: " WS-ABEND-FICHERO.
           DISPLAY "FILE STATUS...: " WS-ABEND-STATUS.

           MOVE 16 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
           EXIT.

       90300-ABEND-ERROR-CONTROL.

           DISPLAY "*** CCCIMP -- ABEND POR ERROR DE CONTROL ***".
           DISPLAY "FICHERO.......: " WS-CTL-FICHERO.
           DISPLAY "MOTIVO........: " WS-CTL-MOTIVO.

           MOVE 12 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90300-F-ABEND-ERROR-CONTROL.
           EXIT.

       END PROGRAM CCCIMP.
