      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: deteccion mensual de cuentas inactivas: recorre el
      *          maestro de cuentas y, para cada cuenta activa, toma
      *          la fecha del ultimo movimiento que CCCACT deja en
      *          SALDOS-CCC.TXT (o la fecha de apertura si nunca tuvo
      *          movimientos). Las que superan los dias de inactividad
      *          fijados en INACTIVIDAD-CCC.TXT salen en un informe por
      *          sucursal con el titular, el saldo y los dias sin
      *          movimiento, y por cada una se graba la tarjeta de
      *          inactivacion propuesta (accion I) en
      *          PROPUESTAS-INACTIVACION.TXT, con el layout de las
      *          tarjetas de CCCMNT. Operaciones revisa el informe
      *          y copia las tarjetas aprobadas a
      *          MANTENIMIENTO-MAESTRO.TXT para que CCCMNT pase esas
      *          cuentas a estado inactiva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCDOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INACTIVIDAD-CCC ASSIGN TO "INACTIVIDAD-CCC.TXT"
           FILE STATUS IS FS-INACTIVIDAD.

           SELECT MAESTRO-CUENTAS ASSIGN TO "MAESTRO-CUENTAS.TXT"
           FILE STATUS IS FS-MAESTRO.

           SELECT SALDOS-CCC ASSIGN TO "SALDOS-CCC.TXT"
           FILE STATUS IS FS-SALDOS.

           SELECT CCCDOR-ORDEN ASSIGN TO "CCCDOR-ORDEN.WRK".

           SELECT INACTIVAS-ORDENADAS ASSIGN TO "CCCDOR-ORDENADA.WRK"
           FILE STATUS IS FS-ORDENADA.

           SELECT TARJETAS ASSIGN TO "PROPUESTAS-INACTIVACION.TXT"
           FILE STATUS IS FS-TARJETAS.

           SELECT INFORME ASSIGN TO "INFORME-INACTIVAS.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * PARAMETRO DE INACTIVIDAD: UN SOLO REGISTRO CON LA CANTIDAD
      * DE DIAS CORRIDOS SIN MOVIMIENTO A PARTIR DE LA CUAL UNA
      * CUENTA ACTIVA SE CONSIDERA INACTIVA. LO CAMBIA CUMPLIMIENTO
      * EDITANDO EL FICHERO, SIN TOCAR EL PROGRAMA. SU AUSENCIA
      * DEJA EL PLAZO EN 365 DIAS.
      *---------------------------------------------------------
       FD INACTIVIDAD-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 5 CHARACTERS.
       01 REG-INACTIVIDAD.
           05 INA-DIAS                       PIC 9(05).

      *---------------------------------------------------------
      * MAESTRO DE CUENTAS TAL COMO LO MANTIENE CCCMNT. SOLO SE
      * EXAMINAN LAS CUENTAS EN ESTADO A (ACTIVA): LAS BLOQUEADAS,
      * CERRADAS O YA INACTIVAS QUEDAN FUERA DEL INFORME.
      *---------------------------------------------------------
       FD MAESTRO-CUENTAS
          RECORDING MODE IS F
          RECORD CONTAINS 55 CHARACTERS.
       01 REG-MAESTRO.
           05 MAES-CLIENTE                   PIC X(10).
           05 MAES-SUCURSAL                  PIC 9(06).
           05 MAES-NOMBRE                    PIC X(30).
           05 MAES-ESTADO                    PIC X(01).
             88 MAES-ACTIVA                      VALUE "A".
           05 MAES-FECHA-APERTURA            PIC 9(08).

      *---------------------------------------------------------
      * SALDOS DE CIERRE POR CLIENTE/SUCURSAL TAL COMO LOS DEJA
      * CCCACT, CON SU CABECERA HDR AL FRENTE. DE CADA CUENTA SE
      * TOMA EL SALDO Y LA FECHA DEL ULTIMO MOVIMIENTO POSTEADO.
      *---------------------------------------------------------
       FD SALDOS-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 60 CHARACTERS.
       01 REG-SALDO-CCC.
           05 SALDO-CLIENTE                  PIC X(10).
           05 SALDO-SUCURSAL                 PIC 9(06).
           05 SALDO-IMPORTE                  PIC S9(14)V9(04).
           05 SALDO-FECHA-ULTIMO             PIC 9(08).
           05 SALDO-DISPONIBLE               PIC S9(14)V9(04).

      *---------------------------------------------------------
      * FICHERO DE TRABAJO DEL SORT QUE ORDENA LAS CUENTAS
      * INACTIVAS POR SUCURSAL/CLIENTE PARA EL INFORME CON CORTE
      * POR SUCURSAL, COMO EL SORT DEL EXTRACTO MENSUAL DE CCCACT.
      *---------------------------------------------------------
       SD CCCDOR-ORDEN.
       01 SRT-REG-INACTIVA.
           05 SRT-SUCURSAL                   PIC 9(06).
           05 SRT-CLIENTE                    PIC X(10).
           05 SRT-NOMBRE                     PIC X(30).
           05 SRT-SALDO                      PIC S9(14)V9(04).
           05 SRT-FECHA-ULTIMO               PIC 9(08).
           05 SRT-DIAS                       PIC 9(07).

      *---------------------------------------------------------
      * SALIDA DEL SORT ANTERIOR, CON EL MISMO LAYOUT, QUE SE LEE
      * DESPUES EN SECUENCIA PARA IMPRIMIR Y GRABAR LAS TARJETAS.
      *---------------------------------------------------------
       FD INACTIVAS-ORDENADAS
          RECORDING MODE IS F
          RECORD CONTAINS 79 CHARACTERS.
       01 REG-INACTIVA.
           05 ORD-SUCURSAL                   PIC 9(06).
           05 ORD-CLIENTE                    PIC X(10).
           05 ORD-NOMBRE                     PIC X(30).
           05 ORD-SALDO                      PIC S9(14)V9(04).
           05 ORD-FECHA-ULTIMO               PIC 9(08).
           05 ORD-DIAS                       PIC 9(07).

      *---------------------------------------------------------
      * PROPUESTAS DE INACTIVACION, CON EL LAYOUT DE LA TARJETA DE
      * TRANSACCIONES DE CCCMNT: UNA TARJETA I POR CUENTA DETECTADA,
      * CON LA SIGLA CCCDOR COMO OPERADOR. NO LAS LEE CCCMNT:
      * OPERACIONES COPIA LAS APROBADAS A MANTENIMIENTO-MAESTRO.TXT.
      *---------------------------------------------------------
       FD TARJETAS
          RECORDING MODE IS F
          RECORD CONTAINS 63 CHARACTERS.
       01 REG-TARJETA.
           05 TRJ-ACCION                     PIC X(01).
           05 TRJ-CLIENTE                    PIC X(10).
           05 TRJ-SUCURSAL                   PIC 9(06).
           05 TRJ-NOMBRE                     PIC X(30).
           05 TRJ-FECHA-APERTURA             PIC 9(08).
           05 TRJ-OPERADOR                   PIC X(08).

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

       WORKING-STORAGE SECTION.
      *---------------------------------------------
      * VARIABLES PARA CONTROL DE LOS FILE STATUS.
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CTL-CORRIDAS               PIC X(02).
             88 CTL-CORRIDAS-OK                 VALUE "00".
             88 CTL-CORRIDAS-NO-EXISTE          VALUE "35".
             88 EOF-CTL-CORRIDAS                VALUE "10".
           05 FS-INACTIVIDAD                PIC X(02).
             88 INACTIVIDAD-OK                  VALUE "00".
             88 INACTIVIDAD-NO-EXISTE           VALUE "35".
             88 EOF-INACTIVIDAD                 VALUE "10".
           05 FS-MAESTRO                    PIC X(02).
             88 MAESTRO-OK                      VALUE "00".
             88 MAESTRO-NO-EXISTE               VALUE "35".
             88 EOF-MAESTRO                     VALUE "10".
           05 FS-SALDOS                     PIC X(02).
             88 SALDOS-OK                       VALUE "00".
             88 SALDOS-NO-EXISTE                VALUE "35".
             88 EOF-SALDOS                      VALUE "10".
           05 FS-ORDENADA                   PIC X(02).
             88 ORDENADA-OK                     VALUE "00".
             88 EOF-ORDENADA                    VALUE "10".
           05 FS-TARJETAS                   PIC X(02).
             88 TARJETAS-OK                     VALUE "00".
             88 TARJETAS-NO-EXISTE              VALUE "35".
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

      *---------------------------------------------
      * TABLA EN MEMORIA CON LOS SALDOS DE CIERRE Y LA FECHA DEL
      * ULTIMO MOVIMIENTO DE CADA CUENTA. LA CABECERA HDR DEL
      * FICHERO SE SALTEA IGUAL QUE EN CCCACT.
      *---------------------------------------------

       01 WS-TABLA-SALDOS.
           05 WS-SALDOS-CANT                PIC 9(05) VALUE ZEROES.
           05 WS-SALDOS-TABLA OCCURS 50000 TIMES
                               INDEXED BY WS-IDX-SALDO.
               10 WS-SALDOS-CLIENTE         PIC X(10).
               10 WS-SALDOS-SUCURSAL        PIC 9(06).
               10 WS-SALDOS-IMPORTE         PIC S9(14)V9(04).
               10 WS-SALDOS-FECHA           PIC 9(08).

      *---------------------------------------------
      * PLAZO DE INACTIVIDAD VIGENTE Y VARIABLES DE LA CUENTA EN
      * EXAMEN.
      *---------------------------------------------

       01 WS-CONTROL-INACTIVIDAD.
           05 WS-DIAS-INACTIVIDAD           PIC 9(05) VALUE 365.
           05 WS-MARCA-SALDOS               PIC X(03) VALUE SPACES.
             88 ES-CABECERA-SALDOS              VALUE "HDR".
           05 WS-SALDO-CUENTA               PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-FECHA-REFERENCIA           PIC 9(08) VALUE ZEROES.
           05 WS-DIAS-SIN-MOVIMIENTO        PIC 9(07) VALUE ZEROES.
           05 WS-NUMERO-DIA-PROCESO         PIC 9(07) VALUE ZEROES.
           05 WS-NUMERO-DIA-REFERENCIA      PIC 9(07) VALUE ZEROES.
           05 WS-SUCURSAL-ANTERIOR          PIC 9(06) VALUE ZEROES.
           05 WS-SW-PRIMERA-SUCURSAL        PIC X(01) VALUE "S".
             88 ES-PRIMERA-SUCURSAL             VALUE "S".
             88 NO-ES-PRIMERA-SUCURSAL          VALUE "N".

      *---------------------------------------------
      * CONVERSION DE UNA FECHA AAAAMMDD A NUMERO DE DIA CORRIDO,
      * TRATANDO ENERO Y FEBRERO COMO MESES 13 Y 14 DEL ANIO
      * ANTERIOR (EL MISMO AJUSTE DE ZELLER), PARA RESTAR DOS
      * FECHAS Y OBTENER LOS DIAS ENTRE AMBAS.
      *---------------------------------------------

       01 WS-CONTROL-NUMERO-DIA.
           05 WS-NDI-FECHA.
               10 WS-NDI-ANIO               PIC 9(04).
               10 WS-NDI-MES                PIC 9(02).
               10 WS-NDI-DIA                PIC 9(02).
           05 WS-NDI-ANIO-CALC              PIC 9(04) VALUE ZEROES.
           05 WS-NDI-MES-CALC               PIC 9(02) VALUE ZEROES.
           05 WS-NDI-TRABAJO                PIC 9(08) VALUE ZEROES.
           05 WS-NDI-RESTO                  PIC 9(08) VALUE ZEROES.
           05 WS-NDI-TERMINO-4              PIC 9(04) VALUE ZEROES.
           05 WS-NDI-TERMINO-100            PIC 9(04) VALUE ZEROES.
           05 WS-NDI-TERMINO-400            PIC 9(04) VALUE ZEROES.
           05 WS-NDI-TERMINO-MES            PIC 9(04) VALUE ZEROES.
           05 WS-NDI-NUMERO                 PIC 9(07) VALUE ZEROES.

      *---------------------------------------------
      * VARIABLES PARA LOS TOTALES DE CONTROL DE LA CORRIDA Y LOS
      * SUBTOTALES POR SUCURSAL.
      *---------------------------------------------

       01 WS-CONTADORES.
           05 WS-CONT-EXAMINADAS            PIC 9(08) VALUE ZEROES.
           05 WS-CONT-NO-ACTIVAS            PIC 9(08) VALUE ZEROES.
           05 WS-CONT-INACTIVAS             PIC 9(08) VALUE ZEROES.
           05 WS-CONT-TARJETAS              PIC 9(08) VALUE ZEROES.
           05 WS-TOTAL-SALDOS               PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-CONT-SUCURSAL              PIC 9(08) VALUE ZEROES.
           05 WS-TOTAL-SUCURSAL             PIC S9(14)V9(04)
                VALUE ZEROES.

       01 WS-FECHA-HORA-PROCESO.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO               PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO-HHMMSS REDEFINES WS-HORA-PROCESO.
               10 WS-HORA-HHMMSS            PIC 9(06).
               10 FILLER                    PIC 9(02).

      *---------------------------------------------------------
      * LINEAS DEL INFORME DE CUENTAS INACTIVAS POR SUCURSAL.
      *---------------------------------------------------------

       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "CUENTAS INACTIVAS POR SUCURSAL -- FECHA ".
           05 WS-CAB-FECHA                  PIC 9(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "PLAZO: ".
           05 WS-CAB-DIAS                   PIC ZZZZ9.
           05 FILLER                       PIC X(05) VALUE " DIAS".

       01 WS-CABECERA-SUCURSAL.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "SUCURSAL ".
           05 WS-CAB-SUCURSAL               PIC 9(06).

       01 WS-COLUMNAS-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "TITULAR".
           05 FILLER                       PIC X(37) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "SALDO".
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "ULT. MOV.".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "DIAS IN".

       01 WS-LINEA-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-NOMBRE                    PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INF-SALDO
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-FECHA-ULTIMO              PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-DIAS                      PIC Z.ZZZ.ZZ9.

       01 WS-LINEA-SUBTOTAL.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "INACTIVAS DE LA SUCURSAL".
           05 WS-SUB-CUENTAS                PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-SUB-SALDO
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-LINEA-TOTAL-EXAMINADAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS ACTIVAS REVISADAS".
           05 WS-TOT-EXAMINADAS             PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-NO-ACTIVAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS NO ACTIVAS OMIT.".
           05 WS-TOT-NO-ACTIVAS             PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-INACTIVAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS INACTIVAS.......".
           05 WS-TOT-INACTIVAS              PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-SALDOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "SALDO TOTAL INACTIVO....".
           05 WS-TOT-SALDOS
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-LINEA-EN-BLANCO                PIC X(01) VALUE SPACES.

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
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCDOR".
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

       100000-PRINCIPAL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-PROCESO FROM TIME.

           MOVE WS-FECHA-PROCESO TO WS-CCO-FECHA-PROCESO.
           PERFORM 05000-CONTROLAR-PREDECESORES
           THRU 05000-F-CONTROLAR-PREDECESORES.

           PERFORM 05100-REGISTRAR-INICIO
           THRU 05100-F-REGISTRAR-INICIO.

           PERFORM 10000-CARGAR-PARAMETRO
           THRU 10000-F-CARGAR-PARAMETRO.

           PERFORM 10100-CARGAR-SALDOS
           THRU 10100-F-CARGAR-SALDOS.

           MOVE WS-FECHA-PROCESO TO WS-NDI-FECHA.
           PERFORM 20500-NUMERO-DE-DIA
           THRU 20500-F-NUMERO-DE-DIA.
           MOVE WS-NDI-NUMERO TO WS-NUMERO-DIA-PROCESO.

           SORT CCCDOR-ORDEN
               ON ASCENDING KEY SRT-SUCURSAL SRT-CLIENTE
               INPUT PROCEDURE IS 20000-EXAMINAR-MAESTRO
               GIVING INACTIVAS-ORDENADAS.

           IF SORT-RETURN NOT = ZERO THEN
               MOVE "SORT"               TO WS-ABEND-OPERACION
               MOVE "CCCDOR-ORDEN.WRK"   TO WS-ABEND-FICHERO
               MOVE SORT-RETURN          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 12000-LEER-INACTIVA
           THRU 12000-F-LEER-INACTIVA.

           PERFORM 21000-INFORMAR-INACTIVA
           THRU 21000-F-INFORMAR-INACTIVA
           UNTIL EOF-ORDENADA.

           IF NO-ES-PRIMERA-SUCURSAL THEN
               PERFORM 21200-IMPRIMIR-SUBTOTAL
               THRU 21200-F-IMPRIMIR-SUBTOTAL
           END-IF.

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

           DISPLAY "*** CCCDOR -- CORRIDA RECHAZADA POR "
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
      * TOMA EL PLAZO DE INACTIVIDAD DE INACTIVIDAD-CCC.TXT SI
      * EXISTE. SU AUSENCIA (O UN PLAZO EN CERO) DEJA LOS 365 DIAS
      * POR OMISION.
      *-----------------------------------------------------------
       10000-CARGAR-PARAMETRO.

           OPEN INPUT INACTIVIDAD-CCC.

           IF INACTIVIDAD-OK THEN
               READ INACTIVIDAD-CCC
               IF INACTIVIDAD-OK THEN
                   IF INA-DIAS > ZEROES THEN
                       MOVE INA-DIAS TO WS-DIAS-INACTIVIDAD
                   END-IF
               ELSE
                   IF NOT EOF-INACTIVIDAD THEN
                       MOVE "LECTURA"             TO WS-ABEND-OPERACION
                       MOVE "INACTIVIDAD-CCC.TXT" TO WS-ABEND-FICHERO
                       MOVE FS-INACTIVIDAD        TO WS-ABEND-STATUS
                       PERFORM 90000-ABEND-ERROR-FICHERO
                       THRU 90000-F-ABEND-ERROR-FICHERO
                   END-IF
               END-IF
               CLOSE INACTIVIDAD-CCC
           ELSE
               IF NOT INACTIVIDAD-NO-EXISTE THEN
                   MOVE "APERTURA"            TO WS-ABEND-OPERACION
                   MOVE "INACTIVIDAD-CCC.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-INACTIVIDAD        TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10000-F-CARGAR-PARAMETRO.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS SALDOS DE CIERRE DESDE SALDOS-CCC.TXT, SALTEANDO
      * LA CABECERA HDR QUE DEJA CCCACT. SIN SALDOS NO HAY FECHA
      * DE ULTIMO MOVIMIENTO CONTRA LA CUAL MEDIR LA INACTIVIDAD Y
      * LA CORRIDA TERMINA CON AVISO.
      *-----------------------------------------------------------
       10100-CARGAR-SALDOS.

           OPEN INPUT SALDOS-CCC.

           IF SALDOS-NO-EXISTE THEN
               DISPLAY "CCCDOR -- NO HAY SALDOS-CCC.TXT, NADA QUE "
                       "CONTROLAR."
               PERFORM 05200-REGISTRAR-FIN
               THRU 05200-F-REGISTRAR-FIN
               STOP RUN
           END-IF.

           IF NOT SALDOS-OK THEN
               MOVE "APERTURA"         TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"   TO WS-ABEND-FICHERO
               MOVE FS-SALDOS          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 10110-LEER-SALDO
           THRU 10110-F-LEER-SALDO.

           IF NOT EOF-SALDOS THEN
               MOVE SALDO-CLIENTE TO WS-MARCA-SALDOS
               IF ES-CABECERA-SALDOS THEN
                   PERFORM 10110-LEER-SALDO
                   THRU 10110-F-LEER-SALDO
               END-IF
           END-IF.

           PERFORM 10120-GUARDAR-SALDO
           THRU 10120-F-GUARDAR-SALDO
           UNTIL EOF-SALDOS.

           CLOSE SALDOS-CCC.

       10100-F-CARGAR-SALDOS.
           EXIT.

       10110-LEER-SALDO.
           READ SALDOS-CCC.
           IF NOT SALDOS-OK AND NOT EOF-SALDOS THEN
               MOVE "LECTURA"          TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"   TO WS-ABEND-FICHERO
               MOVE FS-SALDOS          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10110-F-LEER-SALDO.
           EXIT.

       10120-GUARDAR-SALDO.
           IF WS-SALDOS-CANT >= 50000 THEN
               DISPLAY "SALDOS DE CIERRE EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-SALDOS."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"    TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-SALDOS-CANT.
           SET WS-IDX-SALDO TO WS-SALDOS-CANT.
           MOVE SALDO-CLIENTE  TO WS-SALDOS-CLIENTE (WS-IDX-SALDO).
           MOVE SALDO-SUCURSAL TO WS-SALDOS-SUCURSAL (WS-IDX-SALDO).
           MOVE SALDO-IMPORTE  TO WS-SALDOS-IMPORTE (WS-IDX-SALDO).
           MOVE SALDO-FECHA-ULTIMO
                TO WS-SALDOS-FECHA (WS-IDX-SALDO).

           PERFORM 10110-LEER-SALDO
           THRU 10110-F-LEER-SALDO.
       10120-F-GUARDAR-SALDO.
           EXIT.

       11000-ABRIR-FICHEROS.

           OPEN INPUT INACTIVAS-ORDENADAS.

           IF NOT ORDENADA-OK THEN
               MOVE "APERTURA"            TO WS-ABEND-OPERACION
               MOVE "CCCDOR-ORDENADA.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORDENADA           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

      *    CADA CORRIDA DEJA SOLO SUS PROPUESTAS; LAS YA APROBADAS
      *    DE UNA CORRIDA ANTERIOR ESTAN COPIADAS EN LAS TARJETAS DE
      *    CCCMNT.
           OPEN OUTPUT TARJETAS.

           IF NOT TARJETAS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "PROPUESTAS-INACTIVACION.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT INFORME.

           IF NOT INFORME-OK THEN
               MOVE "APERTURA"              TO WS-ABEND-OPERACION
               MOVE "INFORME-INACTIVAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE WS-FECHA-PROCESO    TO WS-CAB-FECHA.
           MOVE WS-DIAS-INACTIVIDAD TO WS-CAB-DIAS.

           WRITE REG-INFORME FROM WS-CABECERA-INFORME.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       11000-F-ABRIR-FICHEROS.
           EXIT.

       12000-LEER-INACTIVA.
           READ INACTIVAS-ORDENADAS.
           IF NOT ORDENADA-OK AND NOT EOF-ORDENADA THEN
               MOVE "LECTURA"             TO WS-ABEND-OPERACION
               MOVE "CCCDOR-ORDENADA.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORDENADA           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       12000-F-LEER-INACTIVA.
           EXIT.

      *-----------------------------------------------------------
      * INPUT PROCEDURE DEL SORT: RECORRE EL MAESTRO Y LIBERA AL
      * SORT CADA CUENTA ACTIVA QUE LLEVA MAS DEL PLAZO SIN
      * MOVIMIENTOS. SIN MAESTRO NO HAY CUENTAS QUE EXAMINAR Y EL
      * INFORME SALE VACIO.
      *-----------------------------------------------------------
       20000-EXAMINAR-MAESTRO.

           OPEN INPUT MAESTRO-CUENTAS.

           IF MAESTRO-OK THEN
               PERFORM 20010-LEER-MAESTRO
               THRU 20010-F-LEER-MAESTRO

               PERFORM 20100-EXAMINAR-CUENTA
               THRU 20100-F-EXAMINAR-CUENTA
               UNTIL EOF-MAESTRO

               CLOSE MAESTRO-CUENTAS
           ELSE
               IF MAESTRO-NO-EXISTE THEN
                   DISPLAY "CCCDOR -- NO HAY MAESTRO-CUENTAS.TXT, "
                           "NO HAY CUENTAS QUE EXAMINAR."
               ELSE
                   MOVE "APERTURA"            TO WS-ABEND-OPERACION
                   MOVE "MAESTRO-CUENTAS.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-MAESTRO            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       20000-F-EXAMINAR-MAESTRO.
           EXIT.

       20010-LEER-MAESTRO.
           READ MAESTRO-CUENTAS.
           IF NOT MAESTRO-OK AND NOT EOF-MAESTRO THEN
               MOVE "LECTURA"             TO WS-ABEND-OPERACION
               MOVE "MAESTRO-CUENTAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-MAESTRO            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       20010-F-LEER-MAESTRO.
           EXIT.

      *-----------------------------------------------------------
      * MIDE LA INACTIVIDAD DE LA CUENTA ACTUAL DEL MAESTRO: LA
      * FECHA DE REFERENCIA ES LA DEL ULTIMO MOVIMIENTO EN LOS
      * SALDOS, O LA DE APERTURA SI LA CUENTA NUNCA SE MOVIO. UNA
      * FECHA POSTERIOR A LA DE PROCESO NO CUENTA COMO INACTIVA.
      *-----------------------------------------------------------
       20100-EXAMINAR-CUENTA.

           IF NOT MAES-ACTIVA THEN
               ADD 1 TO WS-CONT-NO-ACTIVAS
           ELSE
               ADD 1 TO WS-CONT-EXAMINADAS

               PERFORM 20200-BUSCAR-SALDO-CUENTA
               THRU 20200-F-BUSCAR-SALDO-CUENTA

               IF WS-FECHA-REFERENCIA = ZEROES THEN
                   MOVE MAES-FECHA-APERTURA TO WS-FECHA-REFERENCIA
               END-IF

               IF WS-FECHA-REFERENCIA > ZEROES
                 AND WS-FECHA-REFERENCIA < WS-FECHA-PROCESO THEN
                   MOVE WS-FECHA-REFERENCIA TO WS-NDI-FECHA
                   PERFORM 20500-NUMERO-DE-DIA
                   THRU 20500-F-NUMERO-DE-DIA
                   MOVE WS-NDI-NUMERO TO WS-NUMERO-DIA-REFERENCIA

                   COMPUTE WS-DIAS-SIN-MOVIMIENTO
                         = WS-NUMERO-DIA-PROCESO
                         - WS-NUMERO-DIA-REFERENCIA

                   IF WS-DIAS-SIN-MOVIMIENTO >= WS-DIAS-INACTIVIDAD THEN
                       PERFORM 20300-LIBERAR-INACTIVA
                       THRU 20300-F-LIBERAR-INACTIVA
                   END-IF
               END-IF
           END-IF.

           PERFORM 20010-LEER-MAESTRO
           THRU 20010-F-LEER-MAESTRO.

       20100-F-EXAMINAR-CUENTA.
           EXIT.

       20200-BUSCAR-SALDO-CUENTA.

           MOVE ZEROES TO WS-SALDO-CUENTA.
           MOVE ZEROES TO WS-FECHA-REFERENCIA.

           SET WS-IDX-SALDO TO 1.
           SEARCH WS-SALDOS-TABLA
               AT END
                   CONTINUE
               WHEN WS-IDX-SALDO > WS-SALDOS-CANT
                   CONTINUE
               WHEN WS-SALDOS-CLIENTE (WS-IDX-SALDO) = MAES-CLIENTE
                AND WS-SALDOS-SUCURSAL (WS-IDX-SALDO)
                       = MAES-SUCURSAL
                   MOVE WS-SALDOS-IMPORTE (WS-IDX-SALDO)
                        TO WS-SALDO-CUENTA
                   MOVE WS-SALDOS-FECHA (WS-IDX-SALDO)
                        TO WS-FECHA-REFERENCIA
           END-SEARCH.

       20200-F-BUSCAR-SALDO-CUENTA.
           EXIT.

       20300-LIBERAR-INACTIVA.

           MOVE MAES-SUCURSAL          TO SRT-SUCURSAL.
           MOVE MAES-CLIENTE           TO SRT-CLIENTE.
           MOVE MAES-NOMBRE            TO SRT-NOMBRE.
           MOVE WS-SALDO-CUENTA        TO SRT-SALDO.
           MOVE WS-FECHA-REFERENCIA    TO SRT-FECHA-ULTIMO.
           MOVE WS-DIAS-SIN-MOVIMIENTO TO SRT-DIAS.

           RELEASE SRT-REG-INACTIVA.

       20300-F-LIBERAR-INACTIVA.
           EXIT.

      *-----------------------------------------------------------
      * NUMERO DE DIA CORRIDO DE WS-NDI-FECHA, CON ENERO Y FEBRERO
      * COMO MESES 13 Y 14 DEL ANIO ANTERIOR PARA QUE EL 29 DE
      * FEBRERO QUEDE AL FINAL DEL ANIO DE CALCULO. CADA TERMINO
      * FRACCIONARIO SE TRUNCA POR SEPARADO, COMO EN ZELLER.
      *-----------------------------------------------------------
       20500-NUMERO-DE-DIA.

           MOVE WS-NDI-ANIO TO WS-NDI-ANIO-CALC.
           MOVE WS-NDI-MES  TO WS-NDI-MES-CALC.

           IF WS-NDI-MES-CALC < 3 THEN
               ADD 12 TO WS-NDI-MES-CALC
               SUBTRACT 1 FROM WS-NDI-ANIO-CALC
           END-IF.

           DIVIDE WS-NDI-ANIO-CALC BY 4
               GIVING WS-NDI-TERMINO-4
               REMAINDER WS-NDI-RESTO.
           DIVIDE WS-NDI-ANIO-CALC BY 100
               GIVING WS-NDI-TERMINO-100
               REMAINDER WS-NDI-RESTO.
           DIVIDE WS-NDI-ANIO-CALC BY 400
               GIVING WS-NDI-TERMINO-400
               REMAINDER WS-NDI-RESTO.

           COMPUTE WS-NDI-TRABAJO = (153 * (WS-NDI-MES-CALC - 3)) + 2.
           DIVIDE WS-NDI-TRABAJO BY 5
               GIVING WS-NDI-TERMINO-MES
               REMAINDER WS-NDI-RESTO.

           COMPUTE WS-NDI-NUMERO
                 = (365 * WS-NDI-ANIO-CALC)
                 + WS-NDI-TERMINO-4
                 - WS-NDI-TERMINO-100
                 + WS-NDI-TERMINO-400
                 + WS-NDI-TERMINO-MES
                 + WS-NDI-DIA.

       20500-F-NUMERO-DE-DIA.
           EXIT.

      *-----------------------------------------------------------
      * IMPRIME UNA CUENTA INACTIVA YA ORDENADA, CON CORTE POR
      * SUCURSAL, Y GRABA SU TARJETA DE INACTIVACION PROPUESTA.
      *-----------------------------------------------------------
       21000-INFORMAR-INACTIVA.

           IF ES-PRIMERA-SUCURSAL
             OR ORD-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR THEN
               IF NO-ES-PRIMERA-SUCURSAL THEN
                   PERFORM 21200-IMPRIMIR-SUBTOTAL
                   THRU 21200-F-IMPRIMIR-SUBTOTAL
               END-IF
               PERFORM 21100-IMPRIMIR-CABECERA-SUC
               THRU 21100-F-IMPRIMIR-CABECERA-SUC
           END-IF.

           ADD 1 TO WS-CONT-INACTIVAS.
           ADD 1 TO WS-CONT-SUCURSAL.
           ADD ORD-SALDO TO WS-TOTAL-SALDOS.
           ADD ORD-SALDO TO WS-TOTAL-SUCURSAL.

           MOVE ORD-CLIENTE      TO INF-CLIENTE.
           MOVE ORD-NOMBRE       TO INF-NOMBRE.
           MOVE ORD-SALDO        TO INF-SALDO.
           MOVE ORD-FECHA-ULTIMO TO INF-FECHA-ULTIMO.
           MOVE ORD-DIAS         TO INF-DIAS.

           WRITE REG-INFORME FROM WS-LINEA-INFORME
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           PERFORM 21300-GRABAR-TARJETA
           THRU 21300-F-GRABAR-TARJETA.

           PERFORM 12000-LEER-INACTIVA
           THRU 12000-F-LEER-INACTIVA.

       21000-F-INFORMAR-INACTIVA.
           EXIT.

       21100-IMPRIMIR-CABECERA-SUC.

           SET NO-ES-PRIMERA-SUCURSAL TO TRUE.
           MOVE ORD-SUCURSAL TO WS-SUCURSAL-ANTERIOR.
           MOVE ZEROES       TO WS-CONT-SUCURSAL.
           MOVE ZEROES       TO WS-TOTAL-SUCURSAL.

           MOVE ORD-SUCURSAL TO WS-CAB-SUCURSAL.

           WRITE REG-INFORME FROM WS-CABECERA-SUCURSAL
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-COLUMNAS-INFORME
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       21100-F-IMPRIMIR-CABECERA-SUC.
           EXIT.

       21200-IMPRIMIR-SUBTOTAL.

           MOVE WS-CONT-SUCURSAL  TO WS-SUB-CUENTAS.
           MOVE WS-TOTAL-SUCURSAL TO WS-SUB-SALDO.

           WRITE REG-INFORME FROM WS-LINEA-SUBTOTAL
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       21200-F-IMPRIMIR-SUBTOTAL.
           EXIT.

      *-----------------------------------------------------------
      * TARJETA DE INACTIVACION PROPUESTA: ACCION I, LA CLAVE Y EL
      * NOMBRE DEL TITULAR (PARA QUE QUEDE EN LA AUDITORIA) Y LA
      * SIGLA CCCDOR COMO OPERADOR. UNA VEZ APROBADA, CCCMNT LA
      * VUELVE A VALIDAR CONTRA EL MAESTRO DEL MOMENTO EN QUE SE
      * APLIQUE.
      *-----------------------------------------------------------
       21300-GRABAR-TARJETA.

           MOVE "I"            TO TRJ-ACCION.
           MOVE ORD-CLIENTE    TO TRJ-CLIENTE.
           MOVE ORD-SUCURSAL   TO TRJ-SUCURSAL.
           MOVE ORD-NOMBRE     TO TRJ-NOMBRE.
           MOVE ZEROES         TO TRJ-FECHA-APERTURA.
           MOVE "CCCDOR"       TO TRJ-OPERADOR.

           WRITE REG-TARJETA.

           IF NOT TARJETAS-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "PROPUESTAS-INACTIVACION.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           ADD 1 TO WS-CONT-TARJETAS.

       21300-F-GRABAR-TARJETA.
           EXIT.

       30000-FIN-PGM.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-EXAMINADAS TO WS-TOT-EXAMINADAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-EXAMINADAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-NO-ACTIVAS TO WS-TOT-NO-ACTIVAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-NO-ACTIVAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-INACTIVAS TO WS-TOT-INACTIVAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-INACTIVAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-TOTAL-SALDOS TO WS-TOT-SALDOS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SALDOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           CLOSE INACTIVAS-ORDENADAS.
           IF NOT ORDENADA-OK THEN
               MOVE "CIERRE"              TO WS-ABEND-OPERACION
               MOVE "CCCDOR-ORDENADA.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORDENADA           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE TARJETAS.
           IF NOT TARJETAS-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "PROPUESTAS-INACTIVACION.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE INFORME.
           IF NOT INFORME-OK THEN
               MOVE "CIERRE"                TO WS-ABEND-OPERACION
               MOVE "INFORME-INACTIVAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCDOR -- CUENTAS EXAMINADAS..: "
                   WS-CONT-EXAMINADAS.
           DISPLAY "CCCDOR -- CUENTAS INACTIVAS...: "
                   WS-CONT-INACTIVAS.
           DISPLAY "CCCDOR -- TARJETAS GRABADAS...: "
                   WS-CONT-TARJETAS.

       30000-F-FIN-PGM.
           EXIT.

       90100-VERIFICAR-INFORME.

           IF NOT INFORME-OK THEN
               MOVE "ESCRITURA"             TO WS-ABEND-OPERACION
               MOVE "INFORME-INACTIVAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME              TO WS-ABEND-STATUS
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

           DISPLAY "*** CCCDOR -- ABEND POR ERROR DE E/S ***".
           DISPLAY "OPERACION.....: " WS-ABEND-OPERACION.
           DISPLAY "FICHERO.......: " WS-ABEND-FICHERO.
           DISPLAY "FILE STATUS...: " WS-ABEND-STATUS.

           MOVE 16 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
           EXIT.

       END PROGRAM CCCDOR.
