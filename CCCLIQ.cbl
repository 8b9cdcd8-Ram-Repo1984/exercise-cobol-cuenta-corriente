      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: liquidacion de cierre de cuentas: toma las
      *          solicitudes de cierre que carga Operaciones en
      *          SOLICITUDES-CIERRE.TXT y las lleva hasta la tarjeta
      *          de cierre de CCCMNT. Por cada cuenta calcula el
      *          interes y la comision de mantenimiento del mes
      *          prorrateados a la fecha de cierre, con las mismas
      *          tasas de TASAS-CCC.TXT que usa CCCDEV, y genera en
      *          el layout de ENTRADA de CCCACT (con HDR y TRL) el
      *          credito 202, el debito 102 y el traspaso del saldo
      *          final a la cuenta interna de saldos a pagar, mas la
      *          carta de liquidacion para el cliente. La cuenta queda
      *          en CIERRES-PENDIENTES.TXT hasta que CCCACT deja su
      *          saldo en cero; recien entonces se agrega la tarjeta
      *          de cierre (accion C) a MANTENIMIENTO-MAESTRO.TXT.
      *          Corre al principio de la cadena, antes de CCCMNT,
      *          para que la tarjeta se aplique esa misma noche y el
      *          fichero generado entre en la corrida de CCCACT de la
      *          misma fecha de proceso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCLIQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO "SOLICITUDES-CIERRE.TXT"
           FILE STATUS IS FS-SOLICITUDES.

           SELECT CIERRES-PENDIENTES
           ASSIGN TO "CIERRES-PENDIENTES.TXT"
           FILE STATUS IS FS-CIERRES.

           SELECT CUENTA-PAGAR ASSIGN TO "CUENTA-SALDOS-PAGAR.TXT"
           FILE STATUS IS FS-CTA-PAGAR.

           SELECT TASAS-CCC ASSIGN TO "TASAS-CCC.TXT"
           FILE STATUS IS FS-TASAS.

           SELECT MAESTRO-CUENTAS ASSIGN TO "MAESTRO-CUENTAS.TXT"
           FILE STATUS IS FS-MAESTRO.

           SELECT SALDOS-CCC ASSIGN TO "SALDOS-CCC.TXT"
           FILE STATUS IS FS-SALDOS.

           SELECT LIQUIDACIONES ASSIGN TO "LIQUIDACIONES-CCC.TXT"
           FILE STATUS IS FS-LIQUIDAC.

           SELECT TARJETAS ASSIGN TO "MANTENIMIENTO-MAESTRO.TXT"
           FILE STATUS IS FS-TARJETAS.

           SELECT CARTAS ASSIGN TO "CARTAS-LIQUIDACION.TXT"
           FILE STATUS IS FS-CARTAS.

           SELECT INFORME ASSIGN TO "INFORME-LIQUIDACIONES.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * SOLICITUDES DE CIERRE DEL DIA QUE CARGA OPERACIONES A
      * PEDIDO DEL CLIENTE: LA CUENTA A CERRAR Y LA SIGLA DEL
      * OPERADOR QUE LA AUTORIZO, QUE PASA A LA TARJETA DE CIERRE.
      * UNA SOLICITUD REPETIDA DE UNA CUENTA QUE YA ESTA EN CURSO
      * SE RECHAZA, ASI QUE NO HACE FALTA VACIAR EL FICHERO.
      *---------------------------------------------------------
       FD SOLICITUDES
          RECORDING MODE IS F
          RECORD CONTAINS 24 CHARACTERS.
       01 REG-SOLICITUD.
           05 SOL-CLIENTE                    PIC X(10).
           05 SOL-SUCURSAL                   PIC 9(06).
           05 SOL-OPERADOR                   PIC X(08).

      *---------------------------------------------------------
      * CIERRES EN CURSO, DE UNA CORRIDA A LA SIGUIENTE: LA
      * CUENTA, EL OPERADOR, LA FECHA DE LA SOLICITUD, EL ESTADO
      * (P=PENDIENTE DE LIQUIDAR, L=LIQUIDACION GENERADA, T=SALDO
      * EN CERO Y TARJETA DE CIERRE EMITIDA), LA FECHA DE LA
      * ULTIMA LIQUIDACION Y EL SALDO CONTABLE SOBRE EL QUE SE
      * CALCULO, PARA SABER SI CCCACT LA APLICO. UNA CUENTA SALE
      * DEL FICHERO CUANDO EL MAESTRO YA LA MUESTRA CERRADA. EL
      * PROGRAMA LO REESCRIBE ENTERO CON UNA CABECERA HDR CON LA
      * FECHA DE PROCESO, QUE CUMPLE LA MISMA FUNCION QUE LA DE
      * SALDOS-CCC.TXT. CCCDEV LO LEE PARA NO VOLVER A DEVENGAR
      * LAS CUENTAS YA LIQUIDADAS.
      *---------------------------------------------------------
       FD CIERRES-PENDIENTES
          RECORDING MODE IS F
          RECORD CONTAINS 59 CHARACTERS.
       01 REG-PENDIENTE.
           05 PEN-CLIENTE                    PIC X(10).
           05 PEN-SUCURSAL                   PIC 9(06).
           05 PEN-OPERADOR                   PIC X(08).
           05 PEN-FECHA-SOLICITUD            PIC 9(08).
           05 PEN-ESTADO                     PIC X(01).
           05 PEN-FECHA-LIQUIDACION          PIC 9(08).
           05 PEN-SALDO-LIQUIDADO            PIC S9(14)V9(04).
       01 REG-PENDIENTE-CABECERA.
           05 PEN-CAB-MARCA                  PIC X(08).
           05 PEN-CAB-FECHA-PROCESO          PIC 9(08).
           05 FILLER                         PIC X(43).

      *---------------------------------------------------------
      * CUENTA INTERNA DE SALDOS A PAGAR A LA QUE SE TRASPASA EL
      * SALDO FINAL DE LAS CUENTAS QUE SE CIERRAN. LA DEFINE
      * CONTADURIA; DEBE ESTAR ACTIVA EN EL MAESTRO.
      *---------------------------------------------------------
       FD CUENTA-PAGAR
          RECORDING MODE IS F
          RECORD CONTAINS 16 CHARACTERS.
       01 REG-CUENTA-PAGAR.
           05 PAG-CLIENTE                    PIC X(10).
           05 PAG-SUCURSAL                   PIC 9(06).

      *---------------------------------------------------------
      * TABLA DE TASAS Y COMISIONES MANTENIDA POR PRODUCTOS, LA
      * MISMA QUE USA CCCDEV: TASA DE INTERES MENSUAL SOBRE SALDOS
      * POSITIVOS (FRACCION) Y COMISION DE MANTENIMIENTO MENSUAL
      * POR CUENTA, EN PESOS. SU AUSENCIA NO ES ERROR: SE LIQUIDA
      * SIN INTERES NI COMISION, COMO CCCDEV NO DEVENGA NADA.
      *---------------------------------------------------------
       FD TASAS-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 25 CHARACTERS.
       01 REG-TASAS.
           05 TAS-TASA-INTERES               PIC 9(03)V9(06).
           05 TAS-COMISION                   PIC 9(12)V9(04).

      *---------------------------------------------------------
      * MAESTRO DE CUENTAS TAL COMO LO MANTIENE CCCMNT: EL ESTADO
      * DE LA CUENTA DECIDE SI SE PUEDE LIQUIDAR Y EL NOMBRE DEL
      * TITULAR VA EN LA CARTA. ES OBLIGATORIO.
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
      * SALDOS POR CLIENTE/SUCURSAL TAL COMO LOS DEJO LA ULTIMA
      * CORRIDA DE CCCACT, CON SU CABECERA HDR AL FRENTE. UNA
      * CUENTA QUE NO FIGURA TIENE SALDO CERO, COMO EN CCCMNT.
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
      * MOVIMIENTOS GENERADOS, EN EL LAYOUT DE 55 BYTES DE LA
      * ENTRADA DE CCCACT, CON CABECERA HDR (FECHA DE PROCESO Y
      * ORIGEN CCCLIQ) Y TRAILER TRL (CANTIDAD Y SUMA DE
      * IMPORTES). LLEVAN CODIGO "LIQ", QUE CCCACT NO GRAVA CON
      * EL IMPUESTO A LOS DEBITOS Y CREDITOS.
      *---------------------------------------------------------
       FD LIQUIDACIONES
          RECORDING MODE IS F
          RECORD CONTAINS 55 CHARACTERS.
       01 REG-LIQUIDACION                    PIC X(55).

      *---------------------------------------------------------
      * TARJETAS DE MANTENIMIENTO DEL MAESTRO EN EL LAYOUT QUE LEE
      * CCCMNT: LA DE CIERRE (C) CUANDO EL SALDO YA ESTA EN CERO Y
      * LA DE REACTIVACION (R) DE UNA CUENTA INACTIVA, QUE CCCACT
      * NO DEJARIA DEBITAR, JUNTO CON SU LIQUIDACION.
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

       FD CARTAS
          RECORDING MODE F.
       01 REG-CARTA                          PIC X(120).

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
           05 FS-SOLICITUDES                PIC X(02).
             88 SOLICITUDES-OK                  VALUE "00".
             88 SOLICITUDES-NO-EXISTE           VALUE "35".
             88 EOF-SOLICITUDES                 VALUE "10".
           05 FS-CIERRES                    PIC X(02).
             88 CIERRES-OK                      VALUE "00".
             88 CIERRES-NO-EXISTE               VALUE "35".
             88 EOF-CIERRES                     VALUE "10".
           05 FS-CTA-PAGAR                  PIC X(02).
             88 CTA-PAGAR-OK                    VALUE "00".
             88 CTA-PAGAR-NO-EXISTE             VALUE "35".
             88 EOF-CTA-PAGAR                   VALUE "10".
           05 FS-TASAS                      PIC X(02).
             88 TASAS-OK                        VALUE "00".
             88 TASAS-NO-EXISTE                 VALUE "35".
             88 EOF-TASAS                       VALUE "10".
           05 FS-MAESTRO                    PIC X(02).
             88 MAESTRO-OK                      VALUE "00".
             88 MAESTRO-NO-EXISTE               VALUE "35".
             88 EOF-MAESTRO                     VALUE "10".
           05 FS-SALDOS                     PIC X(02).
             88 SALDOS-OK                       VALUE "00".
             88 SALDOS-NO-EXISTE                VALUE "35".
             88 EOF-SALDOS                      VALUE "10".
           05 FS-LIQUIDAC                   PIC X(02).
             88 LIQUIDACIONES-OK                VALUE "00".
           05 FS-TARJETAS                   PIC X(02).
             88 TARJETAS-OK                     VALUE "00".
             88 TARJETAS-NO-EXISTE              VALUE "35".
           05 FS-CARTAS                     PIC X(02).
             88 CARTAS-OK                       VALUE "00".
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
      * VISTA DEL REGISTRO GENERADO: EL DETALLE EN EL LAYOUT DE
      * REG-CCCACT Y LAS VISTAS DE CABECERA Y TRAILER, CON LOS
      * MISMOS DESPLAZAMIENTOS QUE AUX-CONTROL EN CCCACT.
      *---------------------------------------------

       01 WS-REG-SALIDA.
           05 LIQ-CLIENTE                   PIC X(10).
           05 LIQ-SUCURSAL                  PIC 9(06).
           05 LIQ-CODIGO                    PIC X(03).
           05 LIQ-FECHA                     PIC 9(08).
           05 LIQ-HORA                      PIC 9(06).
           05 LIQ-IMPORTE                   PIC S9(12)V9(04).
           05 LIQ-TIPO                      PIC X(03).
           05 LIQ-MONEDA                    PIC X(03).

       01 WS-REG-CONTROL.
           05 CTL-MARCA                     PIC X(03).
           05 CTL-DATOS                     PIC X(52).
           05 CTL-CABECERA REDEFINES CTL-DATOS.
               10 CTL-FECHA-PROCESO         PIC 9(08).
               10 CTL-ORIGEN                PIC X(08).
               10 FILLER                    PIC X(36).
           05 CTL-TRAILER REDEFINES CTL-DATOS.
               10 CTL-CANTIDAD              PIC 9(08).
               10 CTL-IMPORTE               PIC S9(12)V9(04).
               10 FILLER                    PIC X(28).

      *---------------------------------------------
      * TASAS VIGENTES, CUENTA DE SALDOS A PAGAR, PRORRATA DEL MES
      * Y CIFRAS DE LA LIQUIDACION DE LA CUENTA EN PROCESO. LA
      * PRORRATA CUENTA LOS DIAS DEL MES HASTA LA FECHA DE CIERRE
      * INCLUSIVE, PORQUE EL MES ANTERIOR YA LO DEVENGO CCCDEV.
      *---------------------------------------------

       01 WS-CONTROL-LIQUIDACION.
           05 WS-TASA-INTERES               PIC 9(03)V9(06)
                VALUE ZEROES.
           05 WS-COMISION-MENSUAL           PIC 9(12)V9(04)
                VALUE ZEROES.
           05 WS-MARCA-SALDOS               PIC X(03) VALUE SPACES.
             88 ES-CABECERA-SALDOS              VALUE "HDR".
           05 WS-MARCA-PENDIENTES           PIC X(08) VALUE SPACES.
             88 ES-CABECERA-PENDIENTES          VALUE "HDR".
           05 WS-PAGAR-CLIENTE              PIC X(10) VALUE SPACES.
           05 WS-PAGAR-SUCURSAL             PIC 9(06) VALUE ZEROES.
           05 WS-DIAS-TRANSCURRIDOS         PIC 9(02) VALUE ZEROES.
           05 WS-DIAS-DEL-MES               PIC 9(02) VALUE ZEROES.
           05 WS-DIV-COCIENTE               PIC 9(08) VALUE ZEROES.
           05 WS-DIV-RESTO                  PIC 9(08) VALUE ZEROES.
           05 WS-LIQ-SALDO                  PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-LIQ-INTERES                PIC S9(12)V9(04)
                VALUE ZEROES.
           05 WS-LIQ-COMISION               PIC S9(12)V9(04)
                VALUE ZEROES.
           05 WS-LIQ-FINAL                  PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-SW-TIPO-LIQUIDACION        PIC X(01) VALUE "C".
             88 LIQ-COMPLETA                    VALUE "C".
             88 LIQ-REMANENTE                   VALUE "R".
           05 WS-SW-SOLICITUD               PIC X(01) VALUE "S".
             88 SOLICITUD-ACEPTADA              VALUE "S".
             88 SOLICITUD-RECHAZADA             VALUE "N".
           05 WS-RESULTADO                  PIC X(35) VALUE SPACES.

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL MAESTRO (CLAVE, NOMBRE Y ESTADO) Y
      * EL RESULTADO DE LA CONSULTA DE UNA CUENTA, CON SU SALDO.
      *---------------------------------------------

       01 WS-TABLA-MAESTRO.
           05 WS-MAESTRO-CANT               PIC 9(05) VALUE ZEROES.
           05 WS-MAESTRO-TABLA OCCURS 50000 TIMES
                                INDEXED BY WS-IDX-MAESTRO.
               10 WS-MAESTRO-CLIENTE        PIC X(10).
               10 WS-MAESTRO-SUCURSAL       PIC 9(06).
               10 WS-MAESTRO-NOMBRE         PIC X(30).
               10 WS-MAESTRO-ESTADO         PIC X(01).

       01 WS-TABLA-SALDOS.
           05 WS-SALDOS-CANT                PIC 9(05) VALUE ZEROES.
           05 WS-SALDOS-TABLA OCCURS 50000 TIMES
                               INDEXED BY WS-IDX-SALDO.
               10 WS-SALDOS-CLIENTE         PIC X(10).
               10 WS-SALDOS-SUCURSAL        PIC 9(06).
               10 WS-SALDOS-IMPORTE         PIC S9(14)V9(04).
               10 WS-SALDOS-DISPONIBLE      PIC S9(14)V9(04).

       01 WS-CONSULTA-CUENTA.
           05 WS-CONS-CLIENTE               PIC X(10) VALUE SPACES.
           05 WS-CONS-SUCURSAL              PIC 9(06) VALUE ZEROES.
           05 WS-CONS-NOMBRE                PIC X(30) VALUE SPACES.
           05 WS-CONS-ESTADO                PIC X(01) VALUE SPACE.
             88 CONS-INEXISTENTE                VALUE SPACE.
             88 CONS-ACTIVA                     VALUE "A".
             88 CONS-BLOQUEADA                  VALUE "B".
             88 CONS-CERRADA                    VALUE "C".
             88 CONS-INACTIVA                   VALUE "I".
           05 WS-CONS-SALDO                 PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-CONS-DISPONIBLE            PIC S9(14)V9(04)
                VALUE ZEROES.

      *---------------------------------------------
      * TABLA EN MEMORIA CON LOS CIERRES EN CURSO: PRIMERO LOS DE
      * CIERRES-PENDIENTES.TXT Y DETRAS LAS SOLICITUDES DEL DIA
      * (ESTADO N, NUEVA, HASTA QUE SE VALIDAN). LOS DATOS TIENEN
      * EL LAYOUT DEL REGISTRO PARA MOVERLOS DE UNA VEZ; AL LADO,
      * LA MARCA DE BAJA DE LAS QUE NO SE VUELVEN A GRABAR.
      *---------------------------------------------

       01 WS-TABLA-PENDIENTES.
           05 WS-PENDIENTES-CANT            PIC 9(05) VALUE ZEROES.
           05 WS-PENDIENTES-TABLA OCCURS 5000 TIMES
                                   INDEXED BY WS-IDX-PEND
                                              WS-IDX-PREVIA.
               10 WS-PEN-DATOS.
                   15 WS-PEN-CLIENTE        PIC X(10).
                   15 WS-PEN-SUCURSAL       PIC 9(06).
                   15 WS-PEN-OPERADOR       PIC X(08).
                   15 WS-PEN-FECHA-SOLICITUD
                                            PIC 9(08).
                   15 WS-PEN-ESTADO         PIC X(01).
                     88 PEN-NUEVA               VALUE "N".
                     88 PEN-PENDIENTE           VALUE "P".
                     88 PEN-LIQUIDADA           VALUE "L".
                     88 PEN-TARJETA-EMITIDA     VALUE "T".
                   15 WS-PEN-FECHA-LIQUIDACION
                                            PIC 9(08).
                   15 WS-PEN-SALDO-LIQUIDADO
                                            PIC S9(14)V9(04).
               10 WS-PEN-SW-BAJA            PIC X(01).
                 88 PEN-BAJA                    VALUE "S".
                 88 PEN-VIGENTE                 VALUE "N".

      *---------------------------------------------
      * VARIABLES PARA LOS TOTALES DE CONTROL DE LA CORRIDA Y EL
      * TRAILER DEL FICHERO GENERADO.
      *---------------------------------------------

       01 WS-CONTADORES.
           05 WS-CONT-SOLICITUDES           PIC 9(08) VALUE ZEROES.
           05 WS-CONT-RECHAZADAS            PIC 9(08) VALUE ZEROES.
           05 WS-CONT-LIQUIDADAS            PIC 9(08) VALUE ZEROES.
           05 WS-CONT-COMPLEMENTARIAS       PIC 9(08) VALUE ZEROES.
           05 WS-CONT-EN-ESPERA             PIC 9(08) VALUE ZEROES.
           05 WS-CONT-TARJETAS-CIERRE       PIC 9(08) VALUE ZEROES.
           05 WS-CONT-REACTIVACIONES        PIC 9(08) VALUE ZEROES.
           05 WS-CONT-CERRADAS              PIC 9(08) VALUE ZEROES.
           05 WS-CONT-MOVIMIENTOS           PIC 9(08) VALUE ZEROES.
           05 WS-TOTAL-INTERESES            PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-TOTAL-COMISIONES           PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-TOTAL-TRASPASOS            PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-SUMA-IMPORTES              PIC S9(12)V9(04)
                VALUE ZEROES.

       01 WS-FECHA-HORA-PROCESO.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
               10 WS-PROCESO-ANIO           PIC 9(04).
               10 WS-PROCESO-MES            PIC 9(02).
               10 WS-PROCESO-DIA            PIC 9(02).
           05 WS-HORA-PROCESO               PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO-HHMMSS REDEFINES WS-HORA-PROCESO.
               10 WS-HORA-HHMMSS            PIC 9(06).
               10 FILLER                    PIC 9(02).

      *---------------------------------------------------------
      * LINEAS DEL INFORME DE CIERRES PARA OPERACIONES.
      *---------------------------------------------------------

       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(43)
                VALUE "LIQUIDACION DE CIERRES DE CUENTA -- FECHA ".
           05 WS-CAB-FECHA                  PIC 9(08).

       01 WS-COLUMNAS-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "SUCURSAL".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(03) VALUE "EST".
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 FILLER                       PIC X(14)
                VALUE "SALDO CONTABLE".
           05 FILLER                       PIC X(11) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "INTERES".
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "COMISION".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "RESULTADO".

       01 WS-LINEA-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 INF-ESTADO                    PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-SALDO
                PIC -ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INF-INTERES                   PIC -ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INF-COMISION                  PIC -ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-RESULTADO                 PIC X(35).

       01 WS-LINEA-TOTAL-SOLICITUDES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "SOLICITUDES DEL DIA.....".
           05 WS-TOT-SOLICITUDES            PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-RECHAZADAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "SOLICITUDES RECHAZADAS..".
           05 WS-TOT-RECHAZADAS             PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-LIQUIDADAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "LIQUIDACIONES GENERADAS.".
           05 WS-TOT-LIQUIDADAS             PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-COMPLEMENT.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "LIQUID. COMPLEMENTARIAS.".
           05 WS-TOT-COMPLEMENTARIAS        PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-EN-ESPERA.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CIERRES EN ESPERA.......".
           05 WS-TOT-EN-ESPERA              PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-TARJETAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TARJETAS DE CIERRE......".
           05 WS-TOT-TARJETAS               PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-REACTIV.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TARJETAS DE REACTIVACION".
           05 WS-TOT-REACTIVACIONES         PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-CERRADAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CIERRES YA APLICADOS....".
           05 WS-TOT-CERRADAS               PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-INTERESES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TOTAL INTERESES.........".
           05 WS-TOT-INTERESES
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-LINEA-TOTAL-COMISIONES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TOTAL COMISIONES........".
           05 WS-TOT-COMISIONES
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-LINEA-TOTAL-TRASPASOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TOTAL A SALDOS A PAGAR..".
           05 WS-TOT-TRASPASOS
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-LINEA-EN-BLANCO                PIC X(01) VALUE SPACES.

      *---------------------------------------------------------
      * LINEAS DE LA CARTA DE LIQUIDACION AL CLIENTE, UNA HOJA POR
      * CUENTA LIQUIDADA.
      *---------------------------------------------------------

       01 WS-CARTA-TITULO.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 CAR-TITULO                    PIC X(40).
           05 FILLER                       PIC X(07) VALUE "FECHA: ".
           05 CAR-FECHA                     PIC 9(08).

       01 WS-CARTA-TITULAR.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(10)
                VALUE "TITULAR: ".
           05 CAR-NOMBRE                    PIC X(30).

       01 WS-CARTA-CUENTA.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(10)
                VALUE "CUENTA:  ".
           05 CAR-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(12)
                VALUE "  SUCURSAL: ".
           05 CAR-SUCURSAL                  PIC 9(06).

       01 WS-CARTA-IMPORTE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 CAR-CONCEPTO                  PIC X(40).
           05 CAR-IMPORTE
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-CARTA-PRORRATA.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 CAR-PRO-CONCEPTO              PIC X(28).
           05 FILLER                       PIC X(05) VALUE "DIAS ".
           05 CAR-PRO-DIAS                  PIC 9(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 CAR-PRO-DIAS-MES              PIC 9(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CAR-PRO-IMPORTE
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-CARTA-TEXTO.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 CAR-TEXTO                     PIC X(70).

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
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCLIQ".
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
                VALUE "CCCACT  UN04 00  ".
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

      *    EL CONTROL DE RERUN VA ANTES DEL CONTROL DE LA CADENA: UN
      *    RERUN RECHAZADO NO REGISTRA NADA, ASI NO TAPA LA CORRIDA
      *    BUENA DE LA FECHA QUE ESPERAN CCCMNT Y CCCACT.
           PERFORM 10290-VERIFICAR-RERUN
           THRU 10290-F-VERIFICAR-RERUN.

           PERFORM 05000-CONTROLAR-PREDECESORES
           THRU 05000-F-CONTROLAR-PREDECESORES.

           PERFORM 05100-REGISTRAR-INICIO
           THRU 05100-F-REGISTRAR-INICIO.

           PERFORM 10000-CARGAR-TASAS
           THRU 10000-F-CARGAR-TASAS.

           PERFORM 10100-CARGAR-MAESTRO
           THRU 10100-F-CARGAR-MAESTRO.

           PERFORM 10200-CARGAR-SALDOS
           THRU 10200-F-CARGAR-SALDOS.

           PERFORM 10300-CARGAR-PENDIENTES
           THRU 10300-F-CARGAR-PENDIENTES.

           PERFORM 10400-CARGAR-SOLICITUDES
           THRU 10400-F-CARGAR-SOLICITUDES.

           IF WS-PENDIENTES-CANT > ZEROES THEN
               PERFORM 10500-CARGAR-CUENTA-PAGAR
               THRU 10500-F-CARGAR-CUENTA-PAGAR
           END-IF.

           PERFORM 10600-CALCULAR-PRORRATA
           THRU 10600-F-CALCULAR-PRORRATA.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 12000-GRABAR-CABECERA
           THRU 12000-F-GRABAR-CABECERA.

           PERFORM 20000-EXAMINAR-CIERRE
           THRU 20000-F-EXAMINAR-CIERRE
           VARYING WS-IDX-PEND FROM 1 BY 1
           UNTIL WS-IDX-PEND > WS-PENDIENTES-CANT.

           PERFORM 14000-GRABAR-TRAILER
           THRU 14000-F-GRABAR-TRAILER.

           PERFORM 15000-GRABAR-PENDIENTES
           THRU 15000-F-GRABAR-PENDIENTES.

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

           DISPLAY "*** CCCLIQ -- CORRIDA RECHAZADA POR "
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
      * CARGA LA TASA DE INTERES Y LA COMISION MENSUAL DE
      * TASAS-CCC.TXT. SIN FICHERO SE LIQUIDA SOLO EL SALDO, SIN
      * INTERES NI COMISION, Y SE AVISA POR CONSOLA.
      *-----------------------------------------------------------
       10000-CARGAR-TASAS.

           OPEN INPUT TASAS-CCC.

           IF TASAS-NO-EXISTE THEN
               DISPLAY "CCCLIQ -- SIN TASAS-CCC.TXT, SE LIQUIDA SIN "
                       "INTERES NI COMISION."
           ELSE
               IF NOT TASAS-OK THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "TASAS-CCC.TXT"     TO WS-ABEND-FICHERO
                   MOVE FS-TASAS            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               READ TASAS-CCC

               IF NOT TASAS-OK THEN
                   MOVE "LECTURA"           TO WS-ABEND-OPERACION
                   MOVE "TASAS-CCC.TXT"     TO WS-ABEND-FICHERO
                   MOVE FS-TASAS            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               MOVE TAS-TASA-INTERES TO WS-TASA-INTERES
               MOVE TAS-COMISION     TO WS-COMISION-MENSUAL

               CLOSE TASAS-CCC
           END-IF.

       10000-F-CARGAR-TASAS.
           EXIT.

      *-----------------------------------------------------------
      * CARGA EL MAESTRO ENTERO (CLAVE, NOMBRE Y ESTADO). SIN
      * MAESTRO NO SE PUEDE VALIDAR NINGUN CIERRE: ERROR DE
      * CONTROL, RC 12.
      *-----------------------------------------------------------
       10100-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-CUENTAS.

           IF MAESTRO-NO-EXISTE THEN
               MOVE "MAESTRO-CUENTAS.TXT" TO WS-CTL-FICHERO
               MOVE "FALTA EL MAESTRO DE CUENTAS" TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT MAESTRO-OK THEN
               MOVE "APERTURA"            TO WS-ABEND-OPERACION
               MOVE "MAESTRO-CUENTAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-MAESTRO            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 10110-LEER-MAESTRO
           THRU 10110-F-LEER-MAESTRO.

           PERFORM 10120-GUARDAR-FICHA
           THRU 10120-F-GUARDAR-FICHA
           UNTIL EOF-MAESTRO.

           CLOSE MAESTRO-CUENTAS.

       10100-F-CARGAR-MAESTRO.
           EXIT.

       10110-LEER-MAESTRO.
           READ MAESTRO-CUENTAS.
           IF NOT MAESTRO-OK AND NOT EOF-MAESTRO THEN
               MOVE "LECTURA"             TO WS-ABEND-OPERACION
               MOVE "MAESTRO-CUENTAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-MAESTRO            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10110-F-LEER-MAESTRO.
           EXIT.

       10120-GUARDAR-FICHA.
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
           MOVE MAES-NOMBRE   TO WS-MAESTRO-NOMBRE (WS-IDX-MAESTRO).
           MOVE MAES-ESTADO   TO WS-MAESTRO-ESTADO (WS-IDX-MAESTRO).

           PERFORM 10110-LEER-MAESTRO
           THRU 10110-F-LEER-MAESTRO.
       10120-F-GUARDAR-FICHA.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS SALDOS QUE DEJO LA ULTIMA CORRIDA DE CCCACT,
      * SALTEANDO SU CABECERA HDR. SIN FICHERO TODAS LAS CUENTAS
      * TIENEN SALDO CERO.
      *-----------------------------------------------------------
       10200-CARGAR-SALDOS.

           OPEN INPUT SALDOS-CCC.

           IF SALDOS-OK THEN
               PERFORM 10210-LEER-SALDO
               THRU 10210-F-LEER-SALDO

               IF NOT EOF-SALDOS THEN
                   MOVE SALDO-CLIENTE TO WS-MARCA-SALDOS
                   IF ES-CABECERA-SALDOS THEN
                       PERFORM 10210-LEER-SALDO
                       THRU 10210-F-LEER-SALDO
                   END-IF
               END-IF

               PERFORM 10220-GUARDAR-SALDO
               THRU 10220-F-GUARDAR-SALDO
               UNTIL EOF-SALDOS

               CLOSE SALDOS-CCC
           ELSE
               IF NOT SALDOS-NO-EXISTE THEN
                   MOVE "APERTURA"         TO WS-ABEND-OPERACION
                   MOVE "SALDOS-CCC.TXT"   TO WS-ABEND-FICHERO
                   MOVE FS-SALDOS          TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10200-F-CARGAR-SALDOS.
           EXIT.

       10210-LEER-SALDO.
           READ SALDOS-CCC.
           IF NOT SALDOS-OK AND NOT EOF-SALDOS THEN
               MOVE "LECTURA"          TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"   TO WS-ABEND-FICHERO
               MOVE FS-SALDOS          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10210-F-LEER-SALDO.
           EXIT.

       10220-GUARDAR-SALDO.
           IF WS-SALDOS-CANT >= 50000 THEN
               DISPLAY "SALDOS DE CIERRE EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-SALDOS-TABLA."
               MOVE "CARGA EN TABLA"       TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"       TO WS-ABEND-FICHERO
               MOVE "99"                   TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-SALDOS-CANT.
           SET WS-IDX-SALDO TO WS-SALDOS-CANT.
           MOVE SALDO-CLIENTE    TO WS-SALDOS-CLIENTE (WS-IDX-SALDO).
           MOVE SALDO-SUCURSAL   TO WS-SALDOS-SUCURSAL (WS-IDX-SALDO).
           MOVE SALDO-IMPORTE    TO WS-SALDOS-IMPORTE (WS-IDX-SALDO).
           MOVE SALDO-DISPONIBLE
                TO WS-SALDOS-DISPONIBLE (WS-IDX-SALDO).

           PERFORM 10210-LEER-SALDO
           THRU 10210-F-LEER-SALDO.
       10220-F-GUARDAR-SALDO.
           EXIT.

      *-----------------------------------------------------------
      * SI EL FICHERO DE CIERRES EN CURSO TRAE LA CABECERA HDR QUE
      * DEJA 15000-GRABAR-PENDIENTES CON LA FECHA DE HOY, LOS
      * CIERRES DEL DIA YA SE PROCESARON Y VOLVER A CORRER PISARIA
      * EL FICHERO DE LIQUIDACIONES Y REPETIRIA LAS TARJETAS: LA
      * CORRIDA SE RECHAZA CON RC 12, COMO CCCACT CON
      * SALDOS-CCC.TXT. SOLO SE LEE LA CABECERA; SIN FICHERO O CON
      * ERROR DE APERTURA DECIDE 10300-CARGAR-PENDIENTES.
      *-----------------------------------------------------------
       10290-VERIFICAR-RERUN.

           OPEN INPUT CIERRES-PENDIENTES.

           IF CIERRES-OK THEN
               PERFORM 10310-LEER-PENDIENTE
               THRU 10310-F-LEER-PENDIENTE

               IF NOT EOF-CIERRES THEN
                   MOVE PEN-CAB-MARCA TO WS-MARCA-PENDIENTES
                   IF ES-CABECERA-PENDIENTES
                     AND PEN-CAB-FECHA-PROCESO = WS-FECHA-PROCESO
                   THEN
                       MOVE "CIERRES-PENDIENTES.TXT"
                            TO WS-CTL-FICHERO
                       MOVE "CIERRES YA PROCESADOS PARA LA FECHA"
                            TO WS-CTL-MOTIVO
                       CLOSE CIERRES-PENDIENTES
                       PERFORM 90300-ABEND-ERROR-CONTROL
                       THRU 90300-F-ABEND-ERROR-CONTROL
                   END-IF
               END-IF

               CLOSE CIERRES-PENDIENTES
           END-IF.

       10290-F-VERIFICAR-RERUN.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS CIERRES EN CURSO DE CORRIDAS ANTERIORES,
      * SALTEANDO SU CABECERA HDR. SIN FICHERO NO HAY NINGUNO.
      *-----------------------------------------------------------
       10300-CARGAR-PENDIENTES.

           OPEN INPUT CIERRES-PENDIENTES.

           IF CIERRES-OK THEN
               PERFORM 10310-LEER-PENDIENTE
               THRU 10310-F-LEER-PENDIENTE

               IF NOT EOF-CIERRES THEN
                   MOVE PEN-CAB-MARCA TO WS-MARCA-PENDIENTES
                   IF ES-CABECERA-PENDIENTES THEN
                       PERFORM 10310-LEER-PENDIENTE
                       THRU 10310-F-LEER-PENDIENTE
                   END-IF
               END-IF

               PERFORM 10320-GUARDAR-PENDIENTE
               THRU 10320-F-GUARDAR-PENDIENTE
               UNTIL EOF-CIERRES

               CLOSE CIERRES-PENDIENTES
           ELSE
               IF NOT CIERRES-NO-EXISTE THEN
                   MOVE "APERTURA"               TO WS-ABEND-OPERACION
                   MOVE "CIERRES-PENDIENTES.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-CIERRES               TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10300-F-CARGAR-PENDIENTES.
           EXIT.

       10310-LEER-PENDIENTE.
           READ CIERRES-PENDIENTES.
           IF NOT CIERRES-OK AND NOT EOF-CIERRES THEN
               MOVE "LECTURA"                TO WS-ABEND-OPERACION
               MOVE "CIERRES-PENDIENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CIERRES               TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10310-F-LEER-PENDIENTE.
           EXIT.

       10320-GUARDAR-PENDIENTE.

           PERFORM 10330-AGREGAR-PENDIENTE
           THRU 10330-F-AGREGAR-PENDIENTE.

           MOVE REG-PENDIENTE TO WS-PEN-DATOS (WS-IDX-PEND).

           PERFORM 10310-LEER-PENDIENTE
           THRU 10310-F-LEER-PENDIENTE.

       10320-F-GUARDAR-PENDIENTE.
           EXIT.

       10330-AGREGAR-PENDIENTE.
           IF WS-PENDIENTES-CANT >= 5000 THEN
               DISPLAY "CIERRES EN CURSO EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-PENDIENTES-TABLA."
               MOVE "CARGA EN TABLA"         TO WS-ABEND-OPERACION
               MOVE "CIERRES-PENDIENTES.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                     TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-PENDIENTES-CANT.
           SET WS-IDX-PEND TO WS-PENDIENTES-CANT.
           SET PEN-VIGENTE (WS-IDX-PEND) TO TRUE.
       10330-F-AGREGAR-PENDIENTE.
           EXIT.

      *-----------------------------------------------------------
      * AGREGA LAS SOLICITUDES DEL DIA DETRAS DE LOS CIERRES EN
      * CURSO, EN ESTADO N HASTA QUE 20200 LAS VALIDA. SIN
      * FICHERO NO HAY SOLICITUDES NUEVAS.
      *-----------------------------------------------------------
       10400-CARGAR-SOLICITUDES.

           OPEN INPUT SOLICITUDES.

           IF SOLICITUDES-OK THEN
               PERFORM 10410-LEER-SOLICITUD
               THRU 10410-F-LEER-SOLICITUD

               PERFORM 10420-GUARDAR-SOLICITUD
               THRU 10420-F-GUARDAR-SOLICITUD
               UNTIL EOF-SOLICITUDES

               CLOSE SOLICITUDES
           ELSE
               IF NOT SOLICITUDES-NO-EXISTE THEN
                   MOVE "APERTURA"               TO WS-ABEND-OPERACION
                   MOVE "SOLICITUDES-CIERRE.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-SOLICITUDES           TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10400-F-CARGAR-SOLICITUDES.
           EXIT.

       10410-LEER-SOLICITUD.
           READ SOLICITUDES.
           IF NOT SOLICITUDES-OK AND NOT EOF-SOLICITUDES THEN
               MOVE "LECTURA"                TO WS-ABEND-OPERACION
               MOVE "SOLICITUDES-CIERRE.TXT" TO WS-ABEND-FICHERO
               MOVE FS-SOLICITUDES           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10410-F-LEER-SOLICITUD.
           EXIT.

       10420-GUARDAR-SOLICITUD.

           ADD 1 TO WS-CONT-SOLICITUDES.

           PERFORM 10330-AGREGAR-PENDIENTE
           THRU 10330-F-AGREGAR-PENDIENTE.

           MOVE SOL-CLIENTE      TO WS-PEN-CLIENTE (WS-IDX-PEND).
           MOVE SOL-SUCURSAL     TO WS-PEN-SUCURSAL (WS-IDX-PEND).
           MOVE SOL-OPERADOR     TO WS-PEN-OPERADOR (WS-IDX-PEND).
           MOVE WS-FECHA-PROCESO
                TO WS-PEN-FECHA-SOLICITUD (WS-IDX-PEND).
           SET PEN-NUEVA (WS-IDX-PEND) TO TRUE.
           MOVE ZEROES TO WS-PEN-FECHA-LIQUIDACION (WS-IDX-PEND).
           MOVE ZEROES TO WS-PEN-SALDO-LIQUIDADO (WS-IDX-PEND).

           PERFORM 10410-LEER-SOLICITUD
           THRU 10410-F-LEER-SOLICITUD.

       10420-F-GUARDAR-SOLICITUD.
           EXIT.

      *-----------------------------------------------------------
      * CUENTA INTERNA DE SALDOS A PAGAR. SOLO HACE FALTA SI HAY
      * ALGUN CIERRE QUE TRATAR; SI FALTA O NO ESTA ACTIVA EN EL
      * MAESTRO, CCCACT RECHAZARIA LA MITAD DE CADA TRASPASO:
      * ERROR DE CONTROL, RC 12.
      *-----------------------------------------------------------
       10500-CARGAR-CUENTA-PAGAR.

           MOVE "CUENTA-SALDOS-PAGAR.TXT" TO WS-CTL-FICHERO.

           OPEN INPUT CUENTA-PAGAR.

           IF CTA-PAGAR-NO-EXISTE THEN
               MOVE "FALTA LA CUENTA DE SALDOS A PAGAR"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT CTA-PAGAR-OK THEN
               MOVE "APERTURA"                TO WS-ABEND-OPERACION
               MOVE "CUENTA-SALDOS-PAGAR.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CTA-PAGAR              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           READ CUENTA-PAGAR.

           IF EOF-CTA-PAGAR THEN
               CLOSE CUENTA-PAGAR
               MOVE "FALTA LA CUENTA DE SALDOS A PAGAR"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT CTA-PAGAR-OK THEN
               MOVE "LECTURA"                 TO WS-ABEND-OPERACION
               MOVE "CUENTA-SALDOS-PAGAR.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CTA-PAGAR              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE PAG-CLIENTE  TO WS-PAGAR-CLIENTE.
           MOVE PAG-SUCURSAL TO WS-PAGAR-SUCURSAL.

           CLOSE CUENTA-PAGAR.

           MOVE WS-PAGAR-CLIENTE  TO WS-CONS-CLIENTE.
           MOVE WS-PAGAR-SUCURSAL TO WS-CONS-SUCURSAL.

           PERFORM 20100-CONSULTAR-CUENTA
           THRU 20100-F-CONSULTAR-CUENTA.

           IF NOT CONS-ACTIVA THEN
               MOVE "CUENTA DE SALDOS A PAGAR NO ACTIVA"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

       10500-F-CARGAR-CUENTA-PAGAR.
           EXIT.

      *-----------------------------------------------------------
      * PRORRATA DEL MES A LA FECHA DE CIERRE: DIAS TRANSCURRIDOS
      * DEL MES HASTA LA FECHA DE PROCESO INCLUSIVE SOBRE LOS DIAS
      * DEL MES, CON ANIO BISIESTO, EL MISMO CALCULO DE 20135 EN
      * CCCACT.
      *-----------------------------------------------------------
       10600-CALCULAR-PRORRATA.

           MOVE WS-PROCESO-DIA TO WS-DIAS-TRANSCURRIDOS.

           EVALUATE WS-PROCESO-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER
                   MOVE 28 TO WS-DIAS-DEL-MES
                   DIVIDE WS-PROCESO-ANIO BY 4
                       GIVING WS-DIV-COCIENTE
                       REMAINDER WS-DIV-RESTO
                   IF WS-DIV-RESTO = ZEROES THEN
                       DIVIDE WS-PROCESO-ANIO BY 100
                           GIVING WS-DIV-COCIENTE
                           REMAINDER WS-DIV-RESTO
                       IF WS-DIV-RESTO NOT = ZEROES THEN
                           MOVE 29 TO WS-DIAS-DEL-MES
                       ELSE
                           DIVIDE WS-PROCESO-ANIO BY 400
                               GIVING WS-DIV-COCIENTE
                               REMAINDER WS-DIV-RESTO
                           IF WS-DIV-RESTO = ZEROES THEN
                               MOVE 29 TO WS-DIAS-DEL-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       10600-F-CALCULAR-PRORRATA.
           EXIT.

       11000-ABRIR-FICHEROS.

           OPEN OUTPUT LIQUIDACIONES.

           IF NOT LIQUIDACIONES-OK THEN
               MOVE "APERTURA"              TO WS-ABEND-OPERACION
               MOVE "LIQUIDACIONES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-LIQUIDAC             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

      *    LAS TARJETAS SE AGREGAN DETRAS DE LAS QUE OPERACIONES YA
      *    HUBIERA CARGADO; SI EL FICHERO NO EXISTE SE CREA.
           OPEN EXTEND TARJETAS.

           IF TARJETAS-NO-EXISTE THEN
               OPEN OUTPUT TARJETAS
           END-IF.

           IF NOT TARJETAS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "MANTENIMIENTO-MAESTRO.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT CARTAS.

           IF NOT CARTAS-OK THEN
               MOVE "APERTURA"               TO WS-ABEND-OPERACION
               MOVE "CARTAS-LIQUIDACION.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CARTAS                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT INFORME.

           IF NOT INFORME-OK THEN
               MOVE "APERTURA"                  TO WS-ABEND-OPERACION
               MOVE "INFORME-LIQUIDACIONES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME                  TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

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

       12000-GRABAR-CABECERA.

           MOVE SPACES           TO WS-REG-CONTROL.
           MOVE "HDR"            TO CTL-MARCA.
           MOVE WS-FECHA-PROCESO TO CTL-FECHA-PROCESO.
           MOVE "CCCLIQ"         TO CTL-ORIGEN.

           WRITE REG-LIQUIDACION FROM WS-REG-CONTROL.

           PERFORM 90200-VERIFICAR-LIQUIDACIONES
           THRU 90200-F-VERIFICAR-LIQUIDACIONES.

       12000-F-GRABAR-CABECERA.
           EXIT.

       14000-GRABAR-TRAILER.

           MOVE SPACES              TO WS-REG-CONTROL.
           MOVE "TRL"               TO CTL-MARCA.
           MOVE WS-CONT-MOVIMIENTOS TO CTL-CANTIDAD.
           MOVE WS-SUMA-IMPORTES    TO CTL-IMPORTE.

           WRITE REG-LIQUIDACION FROM WS-REG-CONTROL.

           PERFORM 90200-VERIFICAR-LIQUIDACIONES
           THRU 90200-F-VERIFICAR-LIQUIDACIONES.

       14000-F-GRABAR-TRAILER.
           EXIT.

      *-----------------------------------------------------------
      * REESCRIBE CIERRES-PENDIENTES.TXT CON LA CABECERA HDR DE
      * HOY Y LOS CIERRES QUE SIGUEN EN CURSO, EN EL MISMO ORDEN
      * EN QUE SE LEYERON, CON SU ESTADO AL DIA. LOS DADOS DE BAJA
      * (CIERRE YA APLICADO O SOLICITUD RECHAZADA) NO SE GRABAN.
      *-----------------------------------------------------------
       15000-GRABAR-PENDIENTES.

           OPEN OUTPUT CIERRES-PENDIENTES.

           IF NOT CIERRES-OK THEN
               MOVE "APERTURA"               TO WS-ABEND-OPERACION
               MOVE "CIERRES-PENDIENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CIERRES               TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES           TO REG-PENDIENTE-CABECERA.
           MOVE "HDR"            TO PEN-CAB-MARCA.
           MOVE WS-FECHA-PROCESO TO PEN-CAB-FECHA-PROCESO.

           WRITE REG-PENDIENTE-CABECERA.

           PERFORM 90400-VERIFICAR-PENDIENTES
           THRU 90400-F-VERIFICAR-PENDIENTES.

           PERFORM 15100-GRABAR-UN-PENDIENTE
           THRU 15100-F-GRABAR-UN-PENDIENTE
           VARYING WS-IDX-PEND FROM 1 BY 1
           UNTIL WS-IDX-PEND > WS-PENDIENTES-CANT.

           CLOSE CIERRES-PENDIENTES.

           IF NOT CIERRES-OK THEN
               MOVE "CIERRE"                 TO WS-ABEND-OPERACION
               MOVE "CIERRES-PENDIENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CIERRES               TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       15000-F-GRABAR-PENDIENTES.
           EXIT.

       15100-GRABAR-UN-PENDIENTE.

           IF PEN-VIGENTE (WS-IDX-PEND) THEN
               MOVE WS-PEN-DATOS (WS-IDX-PEND) TO REG-PENDIENTE
               WRITE REG-PENDIENTE
               PERFORM 90400-VERIFICAR-PENDIENTES
               THRU 90400-F-VERIFICAR-PENDIENTES
           END-IF.

       15100-F-GRABAR-UN-PENDIENTE.
           EXIT.

      *-----------------------------------------------------------
      * TRATA UN CIERRE EN CURSO SEGUN EL ESTADO DE LA CUENTA EN EL
      * MAESTRO Y SU SALDO ACTUAL:
      *   - CERRADA EN EL MAESTRO: CCCMNT YA APLICO LA TARJETA Y
      *     EL CIERRE SALE DE LA COLA.
      *   - BLOQUEADA O CON FONDOS RETENIDOS EN CLEARING: QUEDA EN
      *     ESPERA SIN GENERAR NADA.
      *   - PENDIENTE DE LIQUIDAR: LIQUIDACION COMPLETA.
      *   - SALDO EN CERO: TARJETA DE CIERRE PARA CCCMNT.
      *   - LIQUIDADA Y CON EL MISMO SALDO QUE SE LIQUIDO: CCCACT
      *     NO APLICO EL FICHERO Y LA LIQUIDACION SE REGENERA A LA
      *     FECHA DE HOY.
      *   - CUALQUIER OTRO SALDO: ENTRARON MOVIMIENTOS DESPUES DE
      *     LIQUIDAR Y SE TRASPASA SOLO EL REMANENTE.
      *-----------------------------------------------------------
       20000-EXAMINAR-CIERRE.

           MOVE SPACES TO WS-RESULTADO.
           MOVE ZEROES TO WS-LIQ-SALDO WS-LIQ-INTERES
                          WS-LIQ-COMISION WS-LIQ-FINAL.

           MOVE WS-PEN-CLIENTE (WS-IDX-PEND)  TO WS-CONS-CLIENTE.
           MOVE WS-PEN-SUCURSAL (WS-IDX-PEND) TO WS-CONS-SUCURSAL.

           PERFORM 20100-CONSULTAR-CUENTA
           THRU 20100-F-CONSULTAR-CUENTA.

           MOVE WS-CONS-SALDO TO WS-LIQ-SALDO.

           IF PEN-NUEVA (WS-IDX-PEND) THEN
               PERFORM 20200-VALIDAR-SOLICITUD
               THRU 20200-F-VALIDAR-SOLICITUD
           END-IF.

           IF PEN-VIGENTE (WS-IDX-PEND) THEN
               EVALUATE TRUE
                   WHEN CONS-INEXISTENTE
                       SET PEN-BAJA (WS-IDX-PEND) TO TRUE
                       MOVE "BAJA: CUENTA INEXISTENTE"
                            TO WS-RESULTADO
                   WHEN CONS-CERRADA
                       SET PEN-BAJA (WS-IDX-PEND) TO TRUE
                       ADD 1 TO WS-CONT-CERRADAS
                       MOVE "CIERRE APLICADO EN EL MAESTRO"
                            TO WS-RESULTADO
                   WHEN CONS-BLOQUEADA
                       ADD 1 TO WS-CONT-EN-ESPERA
                       MOVE "EN ESPERA: CUENTA BLOQUEADA"
                            TO WS-RESULTADO
                   WHEN WS-CONS-DISPONIBLE NOT = WS-CONS-SALDO
                       ADD 1 TO WS-CONT-EN-ESPERA
                       MOVE "EN ESPERA: FONDOS EN CLEARING"
                            TO WS-RESULTADO
                   WHEN PEN-PENDIENTE (WS-IDX-PEND)
                       SET LIQ-COMPLETA TO TRUE
                       PERFORM 21000-LIQUIDAR-CUENTA
                       THRU 21000-F-LIQUIDAR-CUENTA
                   WHEN WS-CONS-SALDO = ZEROES
                       PERFORM 22000-EMITIR-CIERRE
                       THRU 22000-F-EMITIR-CIERRE
                   WHEN PEN-LIQUIDADA (WS-IDX-PEND)
                    AND WS-CONS-SALDO =
                        WS-PEN-SALDO-LIQUIDADO (WS-IDX-PEND)
                       MOVE "LIQUIDACION NO APLICADA, REGENERADA"
                            TO WS-RESULTADO
                       SET LIQ-COMPLETA TO TRUE
                       PERFORM 21000-LIQUIDAR-CUENTA
                       THRU 21000-F-LIQUIDAR-CUENTA
                   WHEN OTHER
                       SET LIQ-REMANENTE TO TRUE
                       PERFORM 21000-LIQUIDAR-CUENTA
                       THRU 21000-F-LIQUIDAR-CUENTA
               END-EVALUATE
           END-IF.

           PERFORM 20900-INFORMAR-CIERRE
           THRU 20900-F-INFORMAR-CIERRE.

       20000-F-EXAMINAR-CIERRE.
           EXIT.

      *-----------------------------------------------------------
      * BUSCA LA CUENTA DE WS-CONS-CLIENTE/SUCURSAL EN EL MAESTRO
      * (NOMBRE Y ESTADO; EN BLANCO SI NO EXISTE) Y EN LOS SALDOS
      * (CERO SI NO FIGURA).
      *-----------------------------------------------------------
       20100-CONSULTAR-CUENTA.

           MOVE SPACES TO WS-CONS-NOMBRE.
           MOVE SPACE  TO WS-CONS-ESTADO.
           MOVE ZEROES TO WS-CONS-SALDO.
           MOVE ZEROES TO WS-CONS-DISPONIBLE.

           SET WS-IDX-MAESTRO TO 1.
           SEARCH WS-MAESTRO-TABLA
               AT END
                   CONTINUE
               WHEN WS-IDX-MAESTRO > WS-MAESTRO-CANT
                   CONTINUE
               WHEN WS-MAESTRO-CLIENTE (WS-IDX-MAESTRO)
                       = WS-CONS-CLIENTE
                AND WS-MAESTRO-SUCURSAL (WS-IDX-MAESTRO)
                       = WS-CONS-SUCURSAL
                   MOVE WS-MAESTRO-NOMBRE (WS-IDX-MAESTRO)
                        TO WS-CONS-NOMBRE
                   MOVE WS-MAESTRO-ESTADO (WS-IDX-MAESTRO)
                        TO WS-CONS-ESTADO
           END-SEARCH.

           SET WS-IDX-SALDO TO 1.
           SEARCH WS-SALDOS-TABLA
               AT END
                   CONTINUE
               WHEN WS-IDX-SALDO > WS-SALDOS-CANT
                   CONTINUE
               WHEN WS-SALDOS-CLIENTE (WS-IDX-SALDO)
                       = WS-CONS-CLIENTE
                AND WS-SALDOS-SUCURSAL (WS-IDX-SALDO)
                       = WS-CONS-SUCURSAL
                   MOVE WS-SALDOS-IMPORTE (WS-IDX-SALDO)
                        TO WS-CONS-SALDO
                   MOVE WS-SALDOS-DISPONIBLE (WS-IDX-SALDO)
                        TO WS-CONS-DISPONIBLE
           END-SEARCH.

       20100-F-CONSULTAR-CUENTA.
           EXIT.

      *-----------------------------------------------------------
      * UNA SOLICITUD NUEVA SE ACEPTA (PASA A PENDIENTE Y SE
      * LIQUIDA EN ESTA MISMA CORRIDA) SALVO QUE LA CUENTA NO
      * EXISTA, YA ESTE CERRADA, ESTE BLOQUEADA (EMBARGO U ORDEN
      * JUDICIAL: EL CIERRE LO RESUELVE LEGALES), SEA LA PROPIA
      * CUENTA DE SALDOS A PAGAR O YA TENGA UN CIERRE EN CURSO.
      *-----------------------------------------------------------
       20200-VALIDAR-SOLICITUD.

           SET SOLICITUD-ACEPTADA TO TRUE.

           EVALUATE TRUE
               WHEN CONS-INEXISTENTE
                   SET SOLICITUD-RECHAZADA TO TRUE
                   MOVE "RECHAZADA: CUENTA INEXISTENTE"
                        TO WS-RESULTADO
               WHEN CONS-CERRADA
                   SET SOLICITUD-RECHAZADA TO TRUE
                   MOVE "RECHAZADA: CUENTA YA CERRADA"
                        TO WS-RESULTADO
               WHEN CONS-BLOQUEADA
                   SET SOLICITUD-RECHAZADA TO TRUE
                   MOVE "RECHAZADA: CUENTA BLOQUEADA"
                        TO WS-RESULTADO
               WHEN WS-CONS-CLIENTE = WS-PAGAR-CLIENTE
                AND WS-CONS-SUCURSAL = WS-PAGAR-SUCURSAL
                   SET SOLICITUD-RECHAZADA TO TRUE
                   MOVE "RECHAZADA: CUENTA DE SALDOS A PAGAR"
                        TO WS-RESULTADO
               WHEN OTHER
                   PERFORM 20210-BUSCAR-EN-CURSO
                   THRU 20210-F-BUSCAR-EN-CURSO
                   VARYING WS-IDX-PREVIA FROM 1 BY 1
                   UNTIL WS-IDX-PREVIA >= WS-IDX-PEND
                      OR SOLICITUD-RECHAZADA
           END-EVALUATE.

           IF SOLICITUD-RECHAZADA THEN
               SET PEN-BAJA (WS-IDX-PEND) TO TRUE
               ADD 1 TO WS-CONT-RECHAZADAS
           ELSE
               SET PEN-PENDIENTE (WS-IDX-PEND) TO TRUE
           END-IF.

       20200-F-VALIDAR-SOLICITUD.
           EXIT.

       20210-BUSCAR-EN-CURSO.
           IF PEN-VIGENTE (WS-IDX-PREVIA)
             AND WS-PEN-CLIENTE (WS-IDX-PREVIA) = WS-CONS-CLIENTE
             AND WS-PEN-SUCURSAL (WS-IDX-PREVIA) = WS-CONS-SUCURSAL
           THEN
               SET SOLICITUD-RECHAZADA TO TRUE
               MOVE "RECHAZADA: CIERRE YA EN CURSO"
                    TO WS-RESULTADO
           END-IF.
       20210-F-BUSCAR-EN-CURSO.
           EXIT.

       20900-INFORMAR-CIERRE.

           MOVE WS-PEN-CLIENTE (WS-IDX-PEND)  TO INF-CLIENTE.
           MOVE WS-PEN-SUCURSAL (WS-IDX-PEND) TO INF-SUCURSAL.
           MOVE WS-PEN-ESTADO (WS-IDX-PEND)   TO INF-ESTADO.
           MOVE WS-LIQ-SALDO                  TO INF-SALDO.
           MOVE WS-LIQ-INTERES                TO INF-INTERES.
           MOVE WS-LIQ-COMISION               TO INF-COMISION.
           MOVE WS-RESULTADO                  TO INF-RESULTADO.

           WRITE REG-INFORME FROM WS-LINEA-INFORME
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       20900-F-INFORMAR-CIERRE.
           EXIT.

      *-----------------------------------------------------------
      * LIQUIDA LA CUENTA. LA LIQUIDACION COMPLETA CALCULA EL
      * INTERES (SOLO SOBRE SALDO POSITIVO) Y LA COMISION DEL MES
      * PRORRATEADOS A HOY Y TRASPASA EL SALDO FINAL; LA DE UN
      * REMANENTE SOLO TRASPASA EL SALDO QUE QUEDO. SI NO HAY NADA
      * QUE MOVER LA CUENTA YA ESTA EN CERO Y SALE DIRECTAMENTE LA
      * TARJETA DE CIERRE. UNA CUENTA INACTIVA SE REACTIVA ANTES,
      * PORQUE CCCACT RECHAZA LOS DEBITOS EN CUENTAS INACTIVAS.
      *-----------------------------------------------------------
       21000-LIQUIDAR-CUENTA.

           IF LIQ-COMPLETA THEN
               IF WS-LIQ-SALDO > ZEROES
                 AND WS-TASA-INTERES > ZEROES THEN
                   COMPUTE WS-LIQ-INTERES ROUNDED
                         = WS-LIQ-SALDO * WS-TASA-INTERES
                         * WS-DIAS-TRANSCURRIDOS / WS-DIAS-DEL-MES
               END-IF
               IF WS-COMISION-MENSUAL > ZEROES THEN
                   COMPUTE WS-LIQ-COMISION ROUNDED
                         = WS-COMISION-MENSUAL
                         * WS-DIAS-TRANSCURRIDOS / WS-DIAS-DEL-MES
               END-IF
           END-IF.

           COMPUTE WS-LIQ-FINAL
                 = WS-LIQ-SALDO + WS-LIQ-INTERES - WS-LIQ-COMISION.

           IF WS-LIQ-INTERES = ZEROES
             AND WS-LIQ-COMISION = ZEROES
             AND WS-LIQ-FINAL = ZEROES THEN
               PERFORM 22000-EMITIR-CIERRE
               THRU 22000-F-EMITIR-CIERRE
           ELSE
               IF CONS-INACTIVA THEN
                   PERFORM 22100-EMITIR-REACTIVACION
                   THRU 22100-F-EMITIR-REACTIVACION
               END-IF

               IF WS-LIQ-INTERES > ZEROES THEN
                   PERFORM 21100-EMITIR-INTERES
                   THRU 21100-F-EMITIR-INTERES
               END-IF

               IF WS-LIQ-COMISION > ZEROES THEN
                   PERFORM 21200-EMITIR-COMISION
                   THRU 21200-F-EMITIR-COMISION
               END-IF

               IF WS-LIQ-FINAL NOT = ZEROES THEN
                   PERFORM 21300-TRASPASAR-SALDO
                   THRU 21300-F-TRASPASAR-SALDO
               END-IF

               SET PEN-LIQUIDADA (WS-IDX-PEND) TO TRUE
               MOVE WS-FECHA-PROCESO
                    TO WS-PEN-FECHA-LIQUIDACION (WS-IDX-PEND)
               MOVE WS-LIQ-SALDO
                    TO WS-PEN-SALDO-LIQUIDADO (WS-IDX-PEND)

               IF LIQ-COMPLETA THEN
                   ADD 1 TO WS-CONT-LIQUIDADAS
                   IF WS-RESULTADO = SPACES THEN
                       MOVE "LIQUIDACION GENERADA" TO WS-RESULTADO
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-COMPLEMENTARIAS
                   MOVE "LIQUIDACION COMPLEMENTARIA"
                        TO WS-RESULTADO
               END-IF

               ADD WS-LIQ-INTERES  TO WS-TOTAL-INTERESES
               ADD WS-LIQ-COMISION TO WS-TOTAL-COMISIONES
               ADD WS-LIQ-FINAL    TO WS-TOTAL-TRASPASOS

               PERFORM 23000-EMITIR-CARTA
               THRU 23000-F-EMITIR-CARTA
           END-IF.

       21000-F-LIQUIDAR-CUENTA.
           EXIT.

       21100-EMITIR-INTERES.

           MOVE WS-CONS-CLIENTE       TO LIQ-CLIENTE.
           MOVE WS-CONS-SUCURSAL      TO LIQ-SUCURSAL.
           MOVE WS-LIQ-INTERES        TO LIQ-IMPORTE.
           MOVE "202"                 TO LIQ-TIPO.

           PERFORM 21500-GRABAR-MOVIMIENTO
           THRU 21500-F-GRABAR-MOVIMIENTO.

       21100-F-EMITIR-INTERES.
           EXIT.

       21200-EMITIR-COMISION.

           MOVE WS-CONS-CLIENTE       TO LIQ-CLIENTE.
           MOVE WS-CONS-SUCURSAL      TO LIQ-SUCURSAL.
           COMPUTE LIQ-IMPORTE = WS-LIQ-COMISION * -1.
           MOVE "102"                 TO LIQ-TIPO.

           PERFORM 21500-GRABAR-MOVIMIENTO
           THRU 21500-F-GRABAR-MOVIMIENTO.

       21200-F-EMITIR-COMISION.
           EXIT.

      *-----------------------------------------------------------
      * TRASPASO DEL SALDO FINAL A LA CUENTA DE SALDOS A PAGAR: UN
      * SALDO ACREEDOR SE DEBITA (101) DE LA CUENTA DEL CLIENTE Y
      * SE ACREDITA (201) EN SALDOS A PAGAR; UN SALDO DEUDOR AL
      * REVES, Y QUEDA EN SALDOS A PAGAR COMO DEUDA DEL CLIENTE.
      *-----------------------------------------------------------
       21300-TRASPASAR-SALDO.

           MOVE WS-CONS-CLIENTE       TO LIQ-CLIENTE.
           MOVE WS-CONS-SUCURSAL      TO LIQ-SUCURSAL.
           COMPUTE LIQ-IMPORTE = WS-LIQ-FINAL * -1.

           IF WS-LIQ-FINAL > ZEROES THEN
               MOVE "101"             TO LIQ-TIPO
           ELSE
               MOVE "201"             TO LIQ-TIPO
           END-IF.

           PERFORM 21500-GRABAR-MOVIMIENTO
           THRU 21500-F-GRABAR-MOVIMIENTO.

           MOVE WS-PAGAR-CLIENTE      TO LIQ-CLIENTE.
           MOVE WS-PAGAR-SUCURSAL     TO LIQ-SUCURSAL.
           MOVE WS-LIQ-FINAL          TO LIQ-IMPORTE.

           IF WS-LIQ-FINAL > ZEROES THEN
               MOVE "201"             TO LIQ-TIPO
           ELSE
               MOVE "101"             TO LIQ-TIPO
           END-IF.

           PERFORM 21500-GRABAR-MOVIMIENTO
           THRU 21500-F-GRABAR-MOVIMIENTO.

       21300-F-TRASPASAR-SALDO.
           EXIT.

       21500-GRABAR-MOVIMIENTO.

           MOVE "LIQ"                 TO LIQ-CODIGO.
           MOVE WS-FECHA-PROCESO      TO LIQ-FECHA.
           MOVE WS-HORA-HHMMSS        TO LIQ-HORA.
           MOVE "ARS"                 TO LIQ-MONEDA.

           WRITE REG-LIQUIDACION FROM WS-REG-SALIDA.

           PERFORM 90200-VERIFICAR-LIQUIDACIONES
           THRU 90200-F-VERIFICAR-LIQUIDACIONES.

           ADD 1 TO WS-CONT-MOVIMIENTOS.
           ADD LIQ-IMPORTE TO WS-SUMA-IMPORTES.

       21500-F-GRABAR-MOVIMIENTO.
           EXIT.

      *-----------------------------------------------------------
      * EL SALDO ESTA EN CERO: SE AGREGA LA TARJETA DE CIERRE PARA
      * CCCMNT CON LA SIGLA DEL OPERADOR QUE PIDIO EL CIERRE. EL
      * CIERRE SIGUE EN LA COLA HASTA QUE EL MAESTRO LO MUESTRA
      * CERRADO; SI CCCMNT NO LA APLICO, LA TARJETA SE REPITE.
      *-----------------------------------------------------------
       22000-EMITIR-CIERRE.

           MOVE "C" TO TRJ-ACCION.

           PERFORM 22500-GRABAR-TARJETA
           THRU 22500-F-GRABAR-TARJETA.

           SET PEN-TARJETA-EMITIDA (WS-IDX-PEND) TO TRUE.
           ADD 1 TO WS-CONT-TARJETAS-CIERRE.
           MOVE "SALDO EN CERO, TARJETA DE CIERRE"
                TO WS-RESULTADO.

       22000-F-EMITIR-CIERRE.
           EXIT.

       22100-EMITIR-REACTIVACION.

           MOVE "R" TO TRJ-ACCION.

           PERFORM 22500-GRABAR-TARJETA
           THRU 22500-F-GRABAR-TARJETA.

           ADD 1 TO WS-CONT-REACTIVACIONES.

       22100-F-EMITIR-REACTIVACION.
           EXIT.

       22500-GRABAR-TARJETA.

           MOVE WS-CONS-CLIENTE              TO TRJ-CLIENTE.
           MOVE WS-CONS-SUCURSAL             TO TRJ-SUCURSAL.
           MOVE SPACES                       TO TRJ-NOMBRE.
           MOVE ZEROES                       TO TRJ-FECHA-APERTURA.
           MOVE WS-PEN-OPERADOR (WS-IDX-PEND) TO TRJ-OPERADOR.

           WRITE REG-TARJETA.

           IF NOT TARJETAS-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "MANTENIMIENTO-MAESTRO.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       22500-F-GRABAR-TARJETA.
           EXIT.

      *-----------------------------------------------------------
      * CARTA DE LIQUIDACION AL CLIENTE, EN HOJA NUEVA: CUENTA,
      * SALDO, INTERES Y COMISION PRORRATEADOS (SOLO EN LA
      * LIQUIDACION COMPLETA), SALDO FINAL Y QUE PASA CON EL.
      *-----------------------------------------------------------
       23000-EMITIR-CARTA.

           IF LIQ-COMPLETA THEN
               MOVE "LIQUIDACION DE CIERRE DE CUENTA"
                    TO CAR-TITULO
           ELSE
               MOVE "LIQUIDACION COMPLEMENTARIA DE CIERRE"
                    TO CAR-TITULO
           END-IF.
           MOVE WS-FECHA-PROCESO TO CAR-FECHA.

           WRITE REG-CARTA FROM WS-CARTA-TITULO
           AFTER ADVANCING PAGE.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

           MOVE WS-CONS-NOMBRE TO CAR-NOMBRE.
           WRITE REG-CARTA FROM WS-CARTA-TITULAR
           AFTER ADVANCING 2 LINES.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

           MOVE WS-CONS-CLIENTE  TO CAR-CLIENTE.
           MOVE WS-CONS-SUCURSAL TO CAR-SUCURSAL.
           WRITE REG-CARTA FROM WS-CARTA-CUENTA
           AFTER ADVANCING 1 LINES.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

           MOVE "SALDO DE LA CUENTA" TO CAR-CONCEPTO.
           MOVE WS-LIQ-SALDO         TO CAR-IMPORTE.
           WRITE REG-CARTA FROM WS-CARTA-IMPORTE
           AFTER ADVANCING 2 LINES.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

           IF LIQ-COMPLETA THEN
               MOVE "INTERES PRORRATEADO"    TO CAR-PRO-CONCEPTO
               MOVE WS-DIAS-TRANSCURRIDOS    TO CAR-PRO-DIAS
               MOVE WS-DIAS-DEL-MES          TO CAR-PRO-DIAS-MES
               MOVE WS-LIQ-INTERES           TO CAR-PRO-IMPORTE
               WRITE REG-CARTA FROM WS-CARTA-PRORRATA
               AFTER ADVANCING 1 LINES
               PERFORM 90500-VERIFICAR-CARTAS
               THRU 90500-F-VERIFICAR-CARTAS

               MOVE "COMISION DE MANTENIMIENTO" TO CAR-PRO-CONCEPTO
               COMPUTE CAR-PRO-IMPORTE = WS-LIQ-COMISION * -1
               WRITE REG-CARTA FROM WS-CARTA-PRORRATA
               AFTER ADVANCING 1 LINES
               PERFORM 90500-VERIFICAR-CARTAS
               THRU 90500-F-VERIFICAR-CARTAS
           END-IF.

           MOVE "SALDO FINAL LIQUIDADO" TO CAR-CONCEPTO.
           MOVE WS-LIQ-FINAL            TO CAR-IMPORTE.
           WRITE REG-CARTA FROM WS-CARTA-IMPORTE
           AFTER ADVANCING 2 LINES.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

           EVALUATE TRUE
               WHEN WS-LIQ-FINAL > ZEROES
                   MOVE "SALDO A SU FAVOR DISPONIBLE EN SALDOS A PAGAR."
                        TO CAR-TEXTO
               WHEN WS-LIQ-FINAL < ZEROES
                   MOVE "SALDO DEUDOR A CANCELAR POR EL TITULAR."
                        TO CAR-TEXTO
               WHEN OTHER
                   MOVE "LA CUENTA NO REGISTRA SALDO A FAVOR NI DEUDOR."
                        TO CAR-TEXTO
           END-EVALUATE.
           WRITE REG-CARTA FROM WS-CARTA-TEXTO
           AFTER ADVANCING 2 LINES.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

           MOVE "LA CUENTA SE DARA DE BAJA CON SALDO EN CERO."
                TO CAR-TEXTO.
           WRITE REG-CARTA FROM WS-CARTA-TEXTO
           AFTER ADVANCING 1 LINES.

           PERFORM 90500-VERIFICAR-CARTAS
           THRU 90500-F-VERIFICAR-CARTAS.

       23000-F-EMITIR-CARTA.
           EXIT.

       30000-FIN-PGM.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-SOLICITUDES TO WS-TOT-SOLICITUDES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SOLICITUDES
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-RECHAZADAS TO WS-TOT-RECHAZADAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-RECHAZADAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-LIQUIDADAS TO WS-TOT-LIQUIDADAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-LIQUIDADAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-COMPLEMENTARIAS TO WS-TOT-COMPLEMENTARIAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-COMPLEMENT
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-EN-ESPERA TO WS-TOT-EN-ESPERA.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-EN-ESPERA
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-TARJETAS-CIERRE TO WS-TOT-TARJETAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-TARJETAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-REACTIVACIONES TO WS-TOT-REACTIVACIONES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-REACTIV
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-CERRADAS TO WS-TOT-CERRADAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-CERRADAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-TOTAL-INTERESES TO WS-TOT-INTERESES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-INTERESES
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-TOTAL-COMISIONES TO WS-TOT-COMISIONES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-COMISIONES
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-TOTAL-TRASPASOS TO WS-TOT-TRASPASOS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-TRASPASOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           CLOSE LIQUIDACIONES.
           IF NOT LIQUIDACIONES-OK THEN
               MOVE "CIERRE"                TO WS-ABEND-OPERACION
               MOVE "LIQUIDACIONES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-LIQUIDAC             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE TARJETAS.
           IF NOT TARJETAS-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "MANTENIMIENTO-MAESTRO.TXT"
                    TO WS-ABEND-FICHERO
               MOVE FS-TARJETAS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE CARTAS.
           IF NOT CARTAS-OK THEN
               MOVE "CIERRE"                 TO WS-ABEND-OPERACION
               MOVE "CARTAS-LIQUIDACION.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CARTAS                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE INFORME.
           IF NOT INFORME-OK THEN
               MOVE "CIERRE"                    TO WS-ABEND-OPERACION
               MOVE "INFORME-LIQUIDACIONES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME                  TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCLIQ -- SOLICITUDES DEL DIA.: "
                   WS-CONT-SOLICITUDES.
           DISPLAY "CCCLIQ -- LIQUIDACIONES.......: "
                   WS-CONT-LIQUIDADAS.
           DISPLAY "CCCLIQ -- TARJETAS DE CIERRE..: "
                   WS-CONT-TARJETAS-CIERRE.
           DISPLAY "CCCLIQ -- MOVIMIENTOS EMITIDOS: "
                   WS-CONT-MOVIMIENTOS.

       30000-F-FIN-PGM.
           EXIT.

       90100-VERIFICAR-INFORME.

           IF NOT INFORME-OK THEN
               MOVE "ESCRITURA"                 TO WS-ABEND-OPERACION
               MOVE "INFORME-LIQUIDACIONES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME                  TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90100-F-VERIFICAR-INFORME.
           EXIT.

       90200-VERIFICAR-LIQUIDACIONES.

           IF NOT LIQUIDACIONES-OK THEN
               MOVE "ESCRITURA"             TO WS-ABEND-OPERACION
               MOVE "LIQUIDACIONES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-LIQUIDAC             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90200-F-VERIFICAR-LIQUIDACIONES.
           EXIT.

       90400-VERIFICAR-PENDIENTES.

           IF NOT CIERRES-OK THEN
               MOVE "ESCRITURA"              TO WS-ABEND-OPERACION
               MOVE "CIERRES-PENDIENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CIERRES               TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90400-F-VERIFICAR-PENDIENTES.
           EXIT.

       90500-VERIFICAR-CARTAS.

           IF NOT CARTAS-OK THEN
               MOVE "ESCRITURA"              TO WS-ABEND-OPERACION
               MOVE "CARTAS-LIQUIDACION.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CARTAS                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90500-F-VERIFICAR-CARTAS.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE E/S INESPERADO, CON EL
      * MISMO ESQUEMA Y RETURN-CODE QUE CCCACT.
      *-----------------------------------------------------------
       90000-ABEND-ERROR-FICHERO.

           DISPLAY "*** CCCLIQ -- ABEND POR ERROR DE E/S ***".
           DISPLAY "OPERACION.....: " WS-ABEND-OPERACION.
           DISPLAY "FICHERO.......: " WS-ABEND-FICHERO.
           DISPLAY "FILE STATUS...: " WS-ABEND-STATUS.

           MOVE 16 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE CONTROL (FALTA EL MAESTRO
      * O LA CUENTA DE SALDOS A PAGAR, O CIERRES YA PROCESADOS
      * PARA LA FECHA), CON EL RETURN-CODE 12 DE LOS ERRORES DE
      * CONTROL DE CCCACT. NO SE TOCA NINGUN FICHERO DE SALIDA. EL
      * RECHAZO POR CIERRES YA PROCESADOS OCURRE ANTES DE ANOTAR LA
      * CORRIDA EN EL CONTROL DE CORRIDAS, ASI QUE NO SE REGISTRA.
      *-----------------------------------------------------------
       90300-ABEND-ERROR-CONTROL.

           DISPLAY "*** CCCLIQ -- ABEND POR ERROR DE CONTROL ***".
           DISPLAY "FICHERO.......: " WS-CTL-FICHERO.
           DISPLAY "MOTIVO........: " WS-CTL-MOTIVO.

           MOVE 12 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90300-F-ABEND-ERROR-CONTROL.
           EXIT.

       END PROGRAM CCCLIQ.
