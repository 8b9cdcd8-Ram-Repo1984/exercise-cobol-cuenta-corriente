      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: informe mensual de cobertura de la garantia de los
      *          depositos por titular: recorre los saldos de cierre
      *          de SALDOS-CCC.TXT y reparte el de cada cuenta entre
      *          sus titulares segun el porcentaje de participacion
      *          que registra CCCTIT en VINCULOS-TITULARES.TXT, suma
      *          por CUIT todas las cuentas y sucursales de cada
      *          titular y lo topea con el limite legal de cobertura
      *          de GARANTIA-CCC.TXT. Genera el informe de cobertura
      *          (por titular, cuentas observadas y totales por
      *          moneda reexpresados con COTIZACIONES.TXT) y el
      *          fichero de presentacion al organismo de control
      *          (cabecera HDR, un detalle DET por titular, un
      *          registro MON por moneda y trailer TRL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCGAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIA-CCC ASSIGN TO "GARANTIA-CCC.TXT"
           FILE STATUS IS FS-GARANTIA.

           SELECT COTIZACIONES ASSIGN TO "COTIZACIONES.TXT"
           FILE STATUS IS FS-COTIZ.

           SELECT TITULARES-CCC ASSIGN TO "TITULARES-CCC.TXT"
           FILE STATUS IS FS-TITULARES.

           SELECT VINCULOS-TITULARES
           ASSIGN TO "VINCULOS-TITULARES.TXT"
           FILE STATUS IS FS-VINCULOS.

           SELECT SALDOS-CCC ASSIGN TO "SALDOS-CCC.TXT"
           FILE STATUS IS FS-SALDOS.

           SELECT PRESENTACION ASSIGN TO "PRESENTACION-GARANTIA.TXT"
           FILE STATUS IS FS-PRESENTACION.

           SELECT INFORME ASSIGN TO "SALIDA-CCCGAR.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * PARAMETRO DE LA GARANTIA: UN SOLO REGISTRO CON EL LIMITE
      * LEGAL DE COBERTURA POR TITULAR Y LA MONEDA EN QUE LO FIJA
      * LA NORMA (BLANCO = ARS). LO ACTUALIZA CUMPLIMIENTO CUANDO
      * CAMBIA EL TOPE, SIN TOCAR EL PROGRAMA. ES OBLIGATORIO.
      *---------------------------------------------------------
       FD GARANTIA-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 19 CHARACTERS.
       01 REG-GARANTIA.
           05 GAR-LIMITE                     PIC 9(12)V9(04).
           05 GAR-MONEDA                     PIC X(03).

      *---------------------------------------------------------
      * COTIZACIONES DE CCCACT: SE TOMA LA ULTIMA DE CADA MONEDA
      * CON FECHA NO POSTERIOR A LA DE PROCESO, PARA PASAR A PESOS
      * EL LIMITE Y PARA REEXPRESAR LOS TOTALES POR MONEDA.
      *---------------------------------------------------------
       FD COTIZACIONES
          RECORDING MODE IS F
          RECORD CONTAINS 24 CHARACTERS.
       01 REG-COTIZACION.
           05 COTIZ-FECHA                    PIC 9(08).
           05 COTIZ-MONEDA                   PIC X(03).
           05 COTIZ-VALOR                    PIC 9(07)V9(06).

      *---------------------------------------------------------
      * REGISTRO DE TITULARES QUE MANTIENE CCCTIT, EN ORDEN DE
      * CUIT.
      *---------------------------------------------------------
       FD TITULARES-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 41 CHARACTERS.
       01 REG-TITULAR.
           05 TIT-CUIT                       PIC X(11).
           05 TIT-NOMBRE                     PIC X(30).

      *---------------------------------------------------------
      * VINCULOS TITULAR-CUENTA QUE MANTIENE CCCTIT, EN ORDEN DE
      * CLIENTE/SUCURSAL/CUIT, CON EL PORCENTAJE DE PARTICIPACION
      * DE CADA TITULAR EN LA CUENTA.
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
      * SALDOS DE CIERRE QUE DEJA CCCACT, EN PESOS, CON EL
      * REGISTRO DE CABECERA HDR DE LA FECHA DE PROCESO PRIMERO.
      *---------------------------------------------------------
       FD SALDOS-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 60 CHARACTERS.
       01 REG-SALDO.
           05 SALDO-CLIENTE                  PIC X(10).
           05 SALDO-SUCURSAL                 PIC 9(06).
           05 SALDO-IMPORTE                  PIC S9(14)V9(04).
           05 SALDO-FECHA-ULTIMO             PIC 9(08).
           05 SALDO-DISPONIBLE               PIC S9(14)V9(04).

      *---------------------------------------------------------
      * FICHERO DE PRESENTACION AL ORGANISMO DE CONTROL: CABECERA
      * HDR CON LA FECHA Y EL LIMITE EN PESOS, UN DETALLE DET POR
      * TITULAR, UN REGISTRO MON POR MONEDA CON LOS TOTALES
      * REEXPRESADOS Y TRAILER TRL CON LOS TOTALES DE CONTROL.
      *---------------------------------------------------------
       FD PRESENTACION
          RECORDING MODE IS F
          RECORD CONTAINS 80 CHARACTERS.
       01 REG-PRESENTACION                   PIC X(80).

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
           05 FS-GARANTIA                   PIC X(02).
             88 GARANTIA-OK                     VALUE "00".
             88 GARANTIA-NO-EXISTE              VALUE "35".
             88 EOF-GARANTIA                    VALUE "10".
           05 FS-COTIZ                      PIC X(02).
             88 COTIZACIONES-OK                 VALUE "00".
             88 COTIZACIONES-NO-EXISTE          VALUE "35".
             88 EOF-COTIZACIONES                VALUE "10".
           05 FS-TITULARES                  PIC X(02).
             88 TITULARES-OK                    VALUE "00".
             88 TITULARES-NO-EXISTE             VALUE "35".
             88 EOF-TITULARES                   VALUE "10".
           05 FS-VINCULOS                   PIC X(02).
             88 VINCULOS-OK                     VALUE "00".
             88 VINCULOS-NO-EXISTE              VALUE "35".
             88 EOF-VINCULOS                    VALUE "10".
           05 FS-SALDOS                     PIC X(02).
             88 SALDOS-OK                       VALUE "00".
             88 SALDOS-NO-EXISTE                VALUE "35".
             88 EOF-SALDOS                      VALUE "10".
           05 FS-PRESENTACION               PIC X(02).
             88 PRESENTACION-OK                 VALUE "00".
           05 FS-INFORME                    PIC X(02).
             88 INFORME-OK                      VALUE "00".

      *---------------------------------------------
      * VARIABLES PARA EL ABEND CONTROLADO POR ERRORES DE E/S Y
      * DE CONTROL, CON EL MISMO ESQUEMA DE CCCACT.
      *---------------------------------------------

       01 WS-CONTROL-ABEND.
           05 WS-ABEND-OPERACION            PIC X(30) VALUE SPACES.
           05 WS-ABEND-FICHERO              PIC X(30) VALUE SPACES.
           05 WS-ABEND-STATUS                PIC X(02) VALUE SPACES.
           05 WS-CTL-MOTIVO                 PIC X(40) VALUE SPACES.

      *---------------------------------------------
      * LIMITE LEGAL DE COBERTURA: EL DEL PARAMETRO, EN SU MONEDA,
      * Y SU EQUIVALENTE EN PESOS, QUE ES CON EL QUE SE TOPEA EL
      * TOTAL DE CADA TITULAR.
      *---------------------------------------------

       01 WS-CONTROL-LIMITE.
           05 WS-LIMITE-ORIGEN              PIC 9(12)V9(04)
                VALUE ZEROES.
           05 WS-MONEDA-LIMITE              PIC X(03) VALUE "ARS".
             88 LIMITE-EN-PESOS                 VALUE "ARS".
           05 WS-LIMITE-PESOS               PIC 9(14)V9(02)
                VALUE ZEROES.

      *---------------------------------------------
      * TABLA EN MEMORIA CON LA COTIZACION VIGENTE DE CADA MONEDA:
      * LA DE FECHA MAS RECIENTE NO POSTERIOR A LA DE PROCESO.
      *---------------------------------------------

       01 WS-TABLA-COTIZACIONES.
           05 WS-COTIZ-CANT                PIC 9(05) VALUE ZEROES.
           05 WS-COTIZ-TABLA OCCURS 200 TIMES
                              INDEXED BY WS-IDX-COTIZ.
               10 WS-COTIZ-FECHA           PIC 9(08).
               10 WS-COTIZ-MONEDA          PIC X(03).
               10 WS-COTIZ-VALOR           PIC 9(07)V9(06).

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL REGISTRO DE TITULARES, ORDENADA
      * POR CUIT, DONDE SE ACUMULA LA PARTE DE CADA CUENTA QUE LE
      * CORRESPONDE A CADA TITULAR.
      *---------------------------------------------

       01 WS-TABLA-TITULARES.
           05 WS-TITULARES-CANT             PIC 9(05) VALUE ZEROES.
           05 WS-TITULARES-TABLA OCCURS 1 TO 50000 TIMES
                               DEPENDING ON WS-TITULARES-CANT
                               ASCENDING KEY IS WS-TIT-CUIT
                               INDEXED BY WS-IDX-TITULAR.
               10 WS-TIT-CUIT               PIC X(11).
               10 WS-TIT-NOMBRE             PIC X(30).
               10 WS-TIT-CUENTAS            PIC 9(04).
               10 WS-TIT-TOTAL              PIC S9(14)V9(04).

      *---------------------------------------------
      * TABLA EN MEMORIA CON LOS VINCULOS TITULAR-CUENTA, ORDENADA
      * POR CLIENTE/SUCURSAL/CUIT COMO LA ESCRIBE CCCTIT.
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

      *---------------------------------------------
      * TABLA EN MEMORIA CON LAS CUENTAS OBSERVADAS (SIN TITULAR
      * REGISTRADO, PORCENTAJES QUE NO SUMAN 100 O VINCULO A UN
      * CUIT QUE NO ESTA EN EL REGISTRO), QUE SE LISTAN DETRAS
      * DEL DETALLE POR TITULAR.
      *---------------------------------------------

       01 WS-TABLA-OBSERVADAS.
           05 WS-OBSERVADAS-CANT            PIC 9(05) VALUE ZEROES.
           05 WS-OBSERVADAS-TABLA OCCURS 10000 TIMES
                                INDEXED BY WS-IDX-OBSERVADA.
               10 WS-OBS-CLIENTE            PIC X(10).
               10 WS-OBS-SUCURSAL           PIC 9(06).
               10 WS-OBS-SALDO              PIC S9(14)V9(04).
               10 WS-OBS-PORCENTAJE         PIC 9(05)V9(02).
               10 WS-OBS-CUIT               PIC X(11).
               10 WS-OBS-MOTIVO             PIC X(30).

      *---------------------------------------------
      * VARIABLES DE TRABAJO DEL REPARTO DE CADA SALDO ENTRE LOS
      * TITULARES DE LA CUENTA Y DE LA INSERCION ORDENADA.
      *---------------------------------------------

       01 WS-CONTROL-REPARTO.
           05 WS-MARCA-SALDOS               PIC X(03) VALUE SPACES.
             88 ES-CABECERA-SALDOS              VALUE "HDR".
           05 WS-VIN-PRIMERO                PIC 9(05) VALUE ZEROES.
           05 WS-VIN-SUB                    PIC 9(05) VALUE ZEROES.
           05 WS-TIT-SUB-ACTUAL             PIC 9(05) VALUE ZEROES.
           05 WS-VIN-SUB-ACTUAL             PIC 9(05) VALUE ZEROES.
           05 WS-SUMA-PORCENTAJES           PIC 9(05)V9(02)
                VALUE ZEROES.
           05 WS-PARTE-TITULAR              PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-NUEVO-NOMBRE               PIC X(30) VALUE SPACES.
           05 WS-NUEVO-PORCENTAJE           PIC 9(03)V9(02)
                VALUE ZEROES.
           05 WS-OBS-MOTIVO-NUEVO           PIC X(30) VALUE SPACES.
           05 WS-OBS-CUIT-NUEVO             PIC X(11) VALUE SPACES.
           05 WS-SW-TITULAR                 PIC X(01) VALUE "N".
             88 TITULAR-HALLADO                 VALUE "S".
             88 TITULAR-NO-HALLADO              VALUE "N".
           05 WS-TOTAL-TITULAR              PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-CUBIERTO-TITULAR           PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-EXCEDENTE-TITULAR          PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-IMPORTE-MONEDA             PIC 9(14)V9(02)
                VALUE ZEROES.

       01 WS-CLAVE-VINCULO-NUEVA.
           05 WS-NUEVO-CLIENTE              PIC X(10) VALUE SPACES.
           05 WS-NUEVO-SUCURSAL             PIC 9(06) VALUE ZEROES.
           05 WS-NUEVO-CUIT                 PIC X(11) VALUE SPACES.

      *---------------------------------------------
      * VARIABLES PARA LOS TOTALES DE CONTROL DE LA CORRIDA. LOS
      * DE TITULARES SE ACUMULAN YA REDONDEADOS A CENTAVOS, PARA
      * QUE EL TRAILER CUADRE CON LA SUMA DE LOS DETALLES.
      *---------------------------------------------

       01 WS-CONTADORES.
           05 WS-CONT-CUENTAS               PIC 9(08) VALUE ZEROES.
           05 WS-CONT-DEUDORAS              PIC 9(08) VALUE ZEROES.
           05 WS-CONT-TITULARES             PIC 9(08) VALUE ZEROES.
           05 WS-CONT-TOPEADOS              PIC 9(08) VALUE ZEROES.
           05 WS-CONT-PRESENTACION          PIC 9(08) VALUE ZEROES.

       01 WS-TOTALES.
           05 WS-TOTAL-SALDOS               PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-TOTAL-DEPOSITOS            PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-TOTAL-CUBIERTO             PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-TOTAL-EXCEDENTE            PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-TOTAL-SIN-TITULAR          PIC S9(14)V9(04)
                VALUE ZEROES.

       01 WS-FECHA-HORA-PROCESO.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO               PIC 9(08) VALUE ZEROES.

      *---------------------------------------------
      * VISTA DEL REGISTRO DE PRESENTACION: LA MARCA Y LAS VISTAS
      * DE CABECERA, DETALLE, MONEDA Y TRAILER.
      *---------------------------------------------

       01 WS-REG-PRESENTACION.
           05 PRE-MARCA                     PIC X(03).
           05 PRE-DATOS                     PIC X(77).
           05 PRE-CABECERA REDEFINES PRE-DATOS.
               10 PRE-FECHA-PROCESO         PIC 9(08).
               10 PRE-ORIGEN                PIC X(08).
               10 PRE-LIMITE                PIC 9(14)V9(02).
               10 FILLER                    PIC X(45).
           05 PRE-DETALLE REDEFINES PRE-DATOS.
               10 PRE-CUIT                  PIC X(11).
               10 PRE-NOMBRE                PIC X(30).
               10 PRE-CANT-CUENTAS          PIC 9(04).
               10 PRE-TOTAL                 PIC 9(14)V9(02).
               10 PRE-CUBIERTO              PIC 9(14)V9(02).
           05 PRE-MONEDA-TOTALES REDEFINES PRE-DATOS.
               10 PRE-MONEDA                PIC X(03).
               10 PRE-COTIZACION            PIC 9(07)V9(06).
               10 PRE-MON-TOTAL             PIC 9(14)V9(02).
               10 PRE-MON-CUBIERTO          PIC 9(14)V9(02).
               10 FILLER                    PIC X(29).
           05 PRE-TRAILER REDEFINES PRE-DATOS.
               10 PRE-CANT-TITULARES        PIC 9(08).
               10 PRE-TOT-TOTAL             PIC 9(14)V9(02).
               10 PRE-TOT-CUBIERTO          PIC 9(14)V9(02).
               10 PRE-TOT-SIN-TITULAR       PIC 9(14)V9(02).
               10 FILLER                    PIC X(21).

      *---------------------------------------------------------
      * LINEAS DEL INFORME DE COBERTURA.
      *---------------------------------------------------------

       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(45)
                VALUE "COBERTURA DE GARANTIA DE DEPOSITOS -- FECHA ".
           05 WS-CAB-FECHA                  PIC 9(08).

       01 WS-CABECERA-LIMITE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(14)
                VALUE "LIMITE LEGAL: ".
           05 WS-CAB-LIMITE
                PIC ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-MONEDA                 PIC X(03).
           05 FILLER                       PIC X(13)
                VALUE "  EN PESOS:  ".
           05 WS-CAB-LIMITE-PESOS
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.

       01 WS-COLUMNAS-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE "CUIT".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30) VALUE "TITULAR".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "CTAS".
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "DEPOSITOS".
           05 FILLER                       PIC X(15) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "CUBIERTO".
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "EXCEDENTE".

       01 WS-LINEA-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CUIT                      PIC X(11).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-NOMBRE                    PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CUENTAS                   PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-TOTAL
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CUBIERTO
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-EXCEDENTE
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.

       01 WS-CABECERA-OBSERVADAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(40)
                VALUE "CUENTAS OBSERVADAS".

       01 WS-LINEA-OBSERVADA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OBS-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OBS-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OBS-SALDO
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OBS-PORCENTAJE                PIC ZZZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OBS-CUIT                      PIC X(11).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 OBS-MOTIVO                    PIC X(30).

       01 WS-CABECERA-MONEDAS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(30)
                VALUE "TOTALES POR MONEDA (REEXPRESAD".
           05 FILLER                       PIC X(30)
                VALUE "OS A LA COTIZACION VIGENTE)".

       01 WS-LINEA-MONEDA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-MONEDA                    PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-COTIZACION                PIC Z.ZZZ.ZZ9,999999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-FECHA                     PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-TOTAL
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 MON-CUBIERTO
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.

       01 WS-LINEA-TOTAL-CUENTAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS LEIDAS...........".
           05 WS-TOT-CUENTAS                PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-DEUDORAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS CON SALDO DEUDOR.".
           05 WS-TOT-DEUDORAS               PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-OBSERVADAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CUENTAS OBSERVADAS.......".
           05 WS-TOT-OBSERVADAS             PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-TITULARES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TITULARES INFORMADOS.....".
           05 WS-TOT-TITULARES              PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-TOPEADOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TITULARES SOBRE EL LIMITE".
           05 WS-TOT-TOPEADOS               PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-IMPORTE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 WS-TOT-ETIQUETA               PIC X(25).
           05 WS-TOT-IMPORTE
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,99.

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
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCGAR".
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
           05 WS-PRED-CANT                  PIC 9(02) VALUE 02.

       01 WS-PREDECESORES-VALORES.
           05 FILLER                        PIC X(17)
                VALUE "CCCACT  FN04 00  ".
           05 FILLER                        PIC X(17)
                VALUE "CCCTIT  FN04 00  ".
       01 WS-TABLA-PREDECESORES REDEFINES WS-PREDECESORES-VALORES.
           05 WS-PRED-DATOS OCCURS 2 TIMES
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

           PERFORM 10000-CARGAR-GARANTIA
           THRU 10000-F-CARGAR-GARANTIA.

           PERFORM 10100-CARGAR-COTIZACIONES
           THRU 10100-F-CARGAR-COTIZACIONES.

           PERFORM 10200-CARGAR-TITULARES
           THRU 10200-F-CARGAR-TITULARES.

           PERFORM 10300-CARGAR-VINCULOS
           THRU 10300-F-CARGAR-VINCULOS.

           PERFORM 10400-CONVERTIR-LIMITE
           THRU 10400-F-CONVERTIR-LIMITE.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 12000-LEER-SALDO
           THRU 12000-F-LEER-SALDO.

      *    LA CABECERA HDR DE SALDOS-CCC.TXT NO ES UNA CUENTA.
           IF NOT EOF-SALDOS THEN
               MOVE SALDO-CLIENTE TO WS-MARCA-SALDOS
               IF ES-CABECERA-SALDOS THEN
                   PERFORM 12000-LEER-SALDO
                   THRU 12000-F-LEER-SALDO
               END-IF
           END-IF.

           PERFORM 20000-PROCESAR-SALDO
           THRU 20000-F-PROCESAR-SALDO
           UNTIL EOF-SALDOS.

           PERFORM 30000-EMITIR-TITULARES
           THRU 30000-F-EMITIR-TITULARES.

           PERFORM 31000-EMITIR-OBSERVADAS
           THRU 31000-F-EMITIR-OBSERVADAS.

           PERFORM 32000-EMITIR-MONEDAS
           THRU 32000-F-EMITIR-MONEDAS.

           PERFORM 33000-FIN-PGM
           THRU 33000-F-FIN-PGM.

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

           DISPLAY "*** CCCGAR -- CORRIDA RECHAZADA POR "
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
      * LEE EL LIMITE LEGAL DE COBERTURA. SIN PARAMETRO NO HAY CON
      * QUE TOPEAR, ASI QUE NO SE GENERA NADA (ERROR DE CONTROL).
      *-----------------------------------------------------------
       10000-CARGAR-GARANTIA.

           OPEN INPUT GARANTIA-CCC.

           IF GARANTIA-NO-EXISTE THEN
               MOVE "GARANTIA-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE "FALTA EL LIMITE LEGAL DE COBERTURA"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT GARANTIA-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "GARANTIA-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-GARANTIA         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           READ GARANTIA-CCC.

           IF NOT GARANTIA-OK AND NOT EOF-GARANTIA THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "GARANTIA-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-GARANTIA         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           IF EOF-GARANTIA
             OR GAR-LIMITE IS NOT NUMERIC
             OR GAR-LIMITE = ZEROES THEN
               CLOSE GARANTIA-CCC
               MOVE "GARANTIA-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE "LIMITE LEGAL DE COBERTURA INVALIDO"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           MOVE GAR-LIMITE TO WS-LIMITE-ORIGEN.

           IF GAR-MONEDA = SPACES THEN
               MOVE "ARS"      TO WS-MONEDA-LIMITE
           ELSE
               MOVE GAR-MONEDA TO WS-MONEDA-LIMITE
           END-IF.

           CLOSE GARANTIA-CCC.

       10000-F-CARGAR-GARANTIA.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LA COTIZACION VIGENTE DE CADA MONEDA: DE LAS DE FECHA
      * NO POSTERIOR A LA DE PROCESO, LA MAS RECIENTE. SU AUSENCIA
      * NO ES ERROR MIENTRAS EL LIMITE ESTE EN PESOS: LOS TOTALES
      * SALEN SOLO EN PESOS.
      *-----------------------------------------------------------
       10100-CARGAR-COTIZACIONES.

           OPEN INPUT COTIZACIONES.

           IF COTIZACIONES-OK THEN
               PERFORM 10110-LEER-COTIZACION
               THRU 10110-F-LEER-COTIZACION

               PERFORM 10120-GUARDAR-COTIZACION
               THRU 10120-F-GUARDAR-COTIZACION
               UNTIL EOF-COTIZACIONES

               CLOSE COTIZACIONES
           ELSE
               IF NOT COTIZACIONES-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "COTIZACIONES.TXT"  TO WS-ABEND-FICHERO
                   MOVE FS-COTIZ            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10100-F-CARGAR-COTIZACIONES.
           EXIT.

       10110-LEER-COTIZACION.
           READ COTIZACIONES.
           IF NOT COTIZACIONES-OK AND NOT EOF-COTIZACIONES THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "COTIZACIONES.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-COTIZ            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10110-F-LEER-COTIZACION.
           EXIT.

       10120-GUARDAR-COTIZACION.
           IF COTIZ-FECHA NOT > WS-FECHA-PROCESO
             AND COTIZ-MONEDA NOT = "ARS"
             AND COTIZ-VALOR > ZEROES THEN
               SET WS-IDX-COTIZ TO 1
               SEARCH WS-COTIZ-TABLA
                   AT END
                       PERFORM 10130-AGREGAR-MONEDA
                       THRU 10130-F-AGREGAR-MONEDA
                   WHEN WS-IDX-COTIZ > WS-COTIZ-CANT
                       PERFORM 10130-AGREGAR-MONEDA
                       THRU 10130-F-AGREGAR-MONEDA
                   WHEN WS-COTIZ-MONEDA (WS-IDX-COTIZ) = COTIZ-MONEDA
                       IF COTIZ-FECHA NOT <
                          WS-COTIZ-FECHA (WS-IDX-COTIZ) THEN
                           MOVE COTIZ-FECHA
                                TO WS-COTIZ-FECHA (WS-IDX-COTIZ)
                           MOVE COTIZ-VALOR
                                TO WS-COTIZ-VALOR (WS-IDX-COTIZ)
                       END-IF
               END-SEARCH
           END-IF.

           PERFORM 10110-LEER-COTIZACION
           THRU 10110-F-LEER-COTIZACION.
       10120-F-GUARDAR-COTIZACION.
           EXIT.

       10130-AGREGAR-MONEDA.
           IF WS-COTIZ-CANT >= 200 THEN
               DISPLAY "COTIZACIONES EXCEDEN LA TABLA EN MEMORIA "
                       "-- AMPLIAR WS-TABLA-COTIZACIONES."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "COTIZACIONES.TXT"  TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-COTIZ-CANT.
           SET WS-IDX-COTIZ TO WS-COTIZ-CANT.
           MOVE COTIZ-FECHA  TO WS-COTIZ-FECHA (WS-IDX-COTIZ).
           MOVE COTIZ-MONEDA TO WS-COTIZ-MONEDA (WS-IDX-COTIZ).
           MOVE COTIZ-VALOR  TO WS-COTIZ-VALOR (WS-IDX-COTIZ).
       10130-F-AGREGAR-MONEDA.
           EXIT.

      *-----------------------------------------------------------
      * CARGA EL REGISTRO DE TITULARES. SIN REGISTRO NO HAY A QUIEN
      * ATRIBUIR LOS SALDOS (ERROR DE CONTROL).
      *-----------------------------------------------------------
       10200-CARGAR-TITULARES.

           OPEN INPUT TITULARES-CCC.

           IF TITULARES-NO-EXISTE THEN
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE "FALTA EL REGISTRO DE TITULARES"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT TITULARES-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TITULARES        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 10210-LEER-TITULAR
           THRU 10210-F-LEER-TITULAR.

           PERFORM 10220-GUARDAR-TITULAR
           THRU 10220-F-GUARDAR-TITULAR
           UNTIL EOF-TITULARES.

           CLOSE TITULARES-CCC.

       10200-F-CARGAR-TITULARES.
           EXIT.

       10210-LEER-TITULAR.
           READ TITULARES-CCC.
           IF NOT TITULARES-OK AND NOT EOF-TITULARES THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "TITULARES-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TITULARES        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10210-F-LEER-TITULAR.
           EXIT.

      *    SE INSERTA EN SU LUGAR POR CUIT, CORRIENDO HACIA ABAJO
      *    LOS DE CUIT MAYOR, COMO CCCACT CON LA TABLA DE SALDOS.
       10220-GUARDAR-TITULAR.
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

           PERFORM 10230-CORRER-TITULAR-LUGAR
           THRU 10230-F-CORRER-TITULAR-LUGAR
           UNTIL WS-TIT-SUB-ACTUAL = 1
              OR WS-TIT-CUIT (WS-TIT-SUB-ACTUAL - 1)
                   NOT > TIT-CUIT.

           MOVE TIT-CUIT   TO WS-TIT-CUIT (WS-TIT-SUB-ACTUAL).
           MOVE TIT-NOMBRE TO WS-TIT-NOMBRE (WS-TIT-SUB-ACTUAL).
           MOVE ZEROES     TO WS-TIT-CUENTAS (WS-TIT-SUB-ACTUAL).
           MOVE ZEROES     TO WS-TIT-TOTAL (WS-TIT-SUB-ACTUAL).

           PERFORM 10210-LEER-TITULAR
           THRU 10210-F-LEER-TITULAR.
       10220-F-GUARDAR-TITULAR.
           EXIT.

       10230-CORRER-TITULAR-LUGAR.
           MOVE WS-TITULARES-TABLA (WS-TIT-SUB-ACTUAL - 1)
                TO WS-TITULARES-TABLA (WS-TIT-SUB-ACTUAL).
           SUBTRACT 1 FROM WS-TIT-SUB-ACTUAL.
       10230-F-CORRER-TITULAR-LUGAR.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS VINCULOS TITULAR-CUENTA. SIN VINCULOS TODAS LAS
      * CUENTAS QUEDARIAN SIN TITULAR (ERROR DE CONTROL).
      *-----------------------------------------------------------
       10300-CARGAR-VINCULOS.

           OPEN INPUT VINCULOS-TITULARES.

           IF VINCULOS-NO-EXISTE THEN
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE "FALTAN LOS VINCULOS TITULAR-CUENTA"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT VINCULOS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-VINCULOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 10310-LEER-VINCULO
           THRU 10310-F-LEER-VINCULO.

           PERFORM 10320-GUARDAR-VINCULO
           THRU 10320-F-GUARDAR-VINCULO
           UNTIL EOF-VINCULOS.

           CLOSE VINCULOS-TITULARES.

       10300-F-CARGAR-VINCULOS.
           EXIT.

       10310-LEER-VINCULO.
           READ VINCULOS-TITULARES.
           IF NOT VINCULOS-OK AND NOT EOF-VINCULOS THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-VINCULOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10310-F-LEER-VINCULO.
           EXIT.

       10320-GUARDAR-VINCULO.
           IF WS-VINCULOS-CANT >= 50000 THEN
               DISPLAY "VINCULOS EXCEDEN LA TABLA EN MEMORIA -- "
                       "AMPLIAR WS-TABLA-VINCULOS."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "VINCULOS-TITULARES.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           MOVE VIN-CLIENTE  TO WS-NUEVO-CLIENTE.
           MOVE VIN-SUCURSAL TO WS-NUEVO-SUCURSAL.
           MOVE VIN-CUIT     TO WS-NUEVO-CUIT.

           ADD 1 TO WS-VINCULOS-CANT.
           MOVE WS-VINCULOS-CANT TO WS-VIN-SUB-ACTUAL.

           PERFORM 10330-CORRER-VINCULO-LUGAR
           THRU 10330-F-CORRER-VINCULO-LUGAR
           UNTIL WS-VIN-SUB-ACTUAL = 1
              OR WS-VINCULOS-TABLA (WS-VIN-SUB-ACTUAL - 1) (1:27)
                   NOT > WS-CLAVE-VINCULO-NUEVA.

           MOVE VIN-CLIENTE    TO WS-VIN-CLIENTE (WS-VIN-SUB-ACTUAL).
           MOVE VIN-SUCURSAL   TO WS-VIN-SUCURSAL (WS-VIN-SUB-ACTUAL).
           MOVE VIN-CUIT       TO WS-VIN-CUIT (WS-VIN-SUB-ACTUAL).
           MOVE VIN-PORCENTAJE
                TO WS-VIN-PORCENTAJE (WS-VIN-SUB-ACTUAL).

           PERFORM 10310-LEER-VINCULO
           THRU 10310-F-LEER-VINCULO.
       10320-F-GUARDAR-VINCULO.
           EXIT.

       10330-CORRER-VINCULO-LUGAR.
           MOVE WS-VINCULOS-TABLA (WS-VIN-SUB-ACTUAL - 1)
                TO WS-VINCULOS-TABLA (WS-VIN-SUB-ACTUAL).
           SUBTRACT 1 FROM WS-VIN-SUB-ACTUAL.
       10330-F-CORRER-VINCULO-LUGAR.
           EXIT.

      *-----------------------------------------------------------
      * PASA A PESOS EL LIMITE DE COBERTURA CON LA COTIZACION
      * VIGENTE DE SU MONEDA. UN LIMITE EN MONEDA SIN COTIZACION
      * ES ERROR DE CONTROL: NO SE TOPEA A LA PAR.
      *-----------------------------------------------------------
       10400-CONVERTIR-LIMITE.

           IF LIMITE-EN-PESOS THEN
               COMPUTE WS-LIMITE-PESOS ROUNDED = WS-LIMITE-ORIGEN
           ELSE
               SET WS-IDX-COTIZ TO 1
               SEARCH WS-COTIZ-TABLA
                   AT END
                       PERFORM 10410-LIMITE-SIN-COTIZACION
                       THRU 10410-F-LIMITE-SIN-COTIZACION
                   WHEN WS-IDX-COTIZ > WS-COTIZ-CANT
                       PERFORM 10410-LIMITE-SIN-COTIZACION
                       THRU 10410-F-LIMITE-SIN-COTIZACION
                   WHEN WS-COTIZ-MONEDA (WS-IDX-COTIZ)
                           = WS-MONEDA-LIMITE
                       COMPUTE WS-LIMITE-PESOS ROUNDED =
                               WS-LIMITE-ORIGEN
                             * WS-COTIZ-VALOR (WS-IDX-COTIZ)
               END-SEARCH
           END-IF.

       10400-F-CONVERTIR-LIMITE.
           EXIT.

       10410-LIMITE-SIN-COTIZACION.
           MOVE "COTIZACIONES.TXT" TO WS-ABEND-FICHERO.
           MOVE "SIN COTIZACION PARA LA MONEDA DEL LIMITE"
                TO WS-CTL-MOTIVO.
           PERFORM 90300-ABEND-ERROR-CONTROL
           THRU 90300-F-ABEND-ERROR-CONTROL.
       10410-F-LIMITE-SIN-COTIZACION.
           EXIT.

       11000-ABRIR-FICHEROS.

           OPEN INPUT SALDOS-CCC.

           IF SALDOS-NO-EXISTE THEN
               MOVE "SALDOS-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE "FALTAN LOS SALDOS DE CIERRE"
                    TO WS-CTL-MOTIVO
               PERFORM 90300-ABEND-ERROR-CONTROL
               THRU 90300-F-ABEND-ERROR-CONTROL
           END-IF.

           IF NOT SALDOS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"    TO WS-ABEND-FICHERO
               MOVE FS-SALDOS           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT PRESENTACION.

           IF NOT PRESENTACION-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "PRESENTACION-GARANTIA.TXT" TO WS-ABEND-FICHERO
               MOVE FS-PRESENTACION     TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT INFORME.

           IF NOT INFORME-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCGAR.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES            TO WS-REG-PRESENTACION.
           MOVE "HDR"             TO PRE-MARCA.
           MOVE WS-FECHA-PROCESO  TO PRE-FECHA-PROCESO.
           MOVE "CCCGAR"          TO PRE-ORIGEN.
           MOVE WS-LIMITE-PESOS   TO PRE-LIMITE.

           PERFORM 90200-GRABAR-PRESENTACION
           THRU 90200-F-GRABAR-PRESENTACION.

           MOVE WS-FECHA-PROCESO  TO WS-CAB-FECHA.
           MOVE WS-LIMITE-ORIGEN  TO WS-CAB-LIMITE.
           MOVE WS-MONEDA-LIMITE  TO WS-CAB-MONEDA.
           MOVE WS-LIMITE-PESOS   TO WS-CAB-LIMITE-PESOS.

           WRITE REG-INFORME FROM WS-CABECERA-INFORME.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-CABECERA-LIMITE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           WRITE REG-INFORME FROM WS-COLUMNAS-INFORME
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       11000-F-ABRIR-FICHEROS.
           EXIT.

       12000-LEER-SALDO.
           READ SALDOS-CCC.
           IF NOT SALDOS-OK AND NOT EOF-SALDOS THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"    TO WS-ABEND-FICHERO
               MOVE FS-SALDOS           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       12000-F-LEER-SALDO.
           EXIT.

      *-----------------------------------------------------------
      * REPARTE EL SALDO DE LA CUENTA ACTUAL ENTRE SUS TITULARES
      * SEGUN SU PORCENTAJE DE PARTICIPACION. UN SALDO DEUDOR NO ES
      * UN DEPOSITO Y NO SE GARANTIZA: SOLO SE CUENTA. SI LOS
      * PORCENTAJES NO SUMAN 100, EL SALDO SE REPARTE IGUAL EN
      * PROPORCION A LO REGISTRADO Y LA CUENTA SE OBSERVA.
      *-----------------------------------------------------------
       20000-PROCESAR-SALDO.

           ADD 1 TO WS-CONT-CUENTAS.

           IF SALDO-IMPORTE < ZEROES THEN
               ADD 1 TO WS-CONT-DEUDORAS
           END-IF.

           IF SALDO-IMPORTE > ZEROES THEN
               ADD SALDO-IMPORTE TO WS-TOTAL-SALDOS

               PERFORM 21000-BUSCAR-VINCULOS-CUENTA
               THRU 21000-F-BUSCAR-VINCULOS-CUENTA

               IF WS-SUMA-PORCENTAJES = ZEROES THEN
                   ADD SALDO-IMPORTE TO WS-TOTAL-SIN-TITULAR
                   MOVE SPACES TO WS-OBS-CUIT-NUEVO
                   MOVE "SIN TITULAR REGISTRADO"
                        TO WS-OBS-MOTIVO-NUEVO
                   PERFORM 23000-REGISTRAR-OBSERVADA
                   THRU 23000-F-REGISTRAR-OBSERVADA
               ELSE
                   IF WS-SUMA-PORCENTAJES NOT = 100 THEN
                       MOVE SPACES TO WS-OBS-CUIT-NUEVO
                       MOVE "PORCENTAJES NO SUMAN 100"
                            TO WS-OBS-MOTIVO-NUEVO
                       PERFORM 23000-REGISTRAR-OBSERVADA
                       THRU 23000-F-REGISTRAR-OBSERVADA
                   END-IF

                   PERFORM 22000-REPARTIR-SALDO
                   THRU 22000-F-REPARTIR-SALDO
                   VARYING WS-VIN-SUB FROM WS-VIN-PRIMERO BY 1
                   UNTIL WS-VIN-SUB > WS-VINCULOS-CANT
                      OR WS-VIN-CLIENTE (WS-VIN-SUB)
                           NOT = SALDO-CLIENTE
                      OR WS-VIN-SUCURSAL (WS-VIN-SUB)
                           NOT = SALDO-SUCURSAL
               END-IF
           END-IF.

           PERFORM 12000-LEER-SALDO
           THRU 12000-F-LEER-SALDO.

       20000-F-PROCESAR-SALDO.
           EXIT.

      *-----------------------------------------------------------
      * UBICA EL PRIMER VINCULO DE LA CUENTA ACTUAL (LA BUSQUEDA
      * BINARIA CAE EN CUALQUIERA DE ELLOS Y SE RETROCEDE HASTA EL
      * PRIMERO) Y SUMA LOS PORCENTAJES DE TODOS SUS TITULARES.
      *-----------------------------------------------------------
       21000-BUSCAR-VINCULOS-CUENTA.

           MOVE ZEROES TO WS-VIN-PRIMERO.
           MOVE ZEROES TO WS-SUMA-PORCENTAJES.

           IF WS-VINCULOS-CANT > ZEROES THEN
               SEARCH ALL WS-VINCULOS-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-VIN-CLIENTE (WS-IDX-VINCULO)
                           = SALDO-CLIENTE
                    AND WS-VIN-SUCURSAL (WS-IDX-VINCULO)
                           = SALDO-SUCURSAL
                       SET WS-VIN-PRIMERO TO WS-IDX-VINCULO
               END-SEARCH
           END-IF.

           IF WS-VIN-PRIMERO > ZEROES THEN
               PERFORM 21100-RETROCEDER-VINCULO
               THRU 21100-F-RETROCEDER-VINCULO
               UNTIL WS-VIN-PRIMERO = 1
                  OR WS-VIN-CLIENTE (WS-VIN-PRIMERO - 1)
                       NOT = SALDO-CLIENTE
                  OR WS-VIN-SUCURSAL (WS-VIN-PRIMERO - 1)
                       NOT = SALDO-SUCURSAL

               PERFORM 21200-SUMAR-PORCENTAJE
               THRU 21200-F-SUMAR-PORCENTAJE
               VARYING WS-VIN-SUB FROM WS-VIN-PRIMERO BY 1
               UNTIL WS-VIN-SUB > WS-VINCULOS-CANT
                  OR WS-VIN-CLIENTE (WS-VIN-SUB)
                       NOT = SALDO-CLIENTE
                  OR WS-VIN-SUCURSAL (WS-VIN-SUB)
                       NOT = SALDO-SUCURSAL
           END-IF.

       21000-F-BUSCAR-VINCULOS-CUENTA.
           EXIT.

       21100-RETROCEDER-VINCULO.
           SUBTRACT 1 FROM WS-VIN-PRIMERO.
       21100-F-RETROCEDER-VINCULO.
           EXIT.

       21200-SUMAR-PORCENTAJE.
           ADD WS-VIN-PORCENTAJE (WS-VIN-SUB) TO WS-SUMA-PORCENTAJES.
       21200-F-SUMAR-PORCENTAJE.
           EXIT.

      *-----------------------------------------------------------
      * ACUMULA AL TITULAR DEL VINCULO SU PARTE DEL SALDO. UN CUIT
      * QUE NO ESTA EN EL REGISTRO NO DEBERIA DARSE (CCCTIT NO LO
      * PERMITE); SI SE DA, SU PARTE QUEDA SIN TITULAR Y LA CUENTA
      * SE OBSERVA.
      *-----------------------------------------------------------
       22000-REPARTIR-SALDO.

           COMPUTE WS-PARTE-TITULAR ROUNDED =
                   SALDO-IMPORTE * WS-VIN-PORCENTAJE (WS-VIN-SUB)
                 / WS-SUMA-PORCENTAJES.

           SET TITULAR-NO-HALLADO TO TRUE.

           IF WS-TITULARES-CANT > ZEROES THEN
               SEARCH ALL WS-TITULARES-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-TIT-CUIT (WS-IDX-TITULAR)
                           = WS-VIN-CUIT (WS-VIN-SUB)
                       SET TITULAR-HALLADO TO TRUE
                       ADD 1 TO WS-TIT-CUENTAS (WS-IDX-TITULAR)
                       ADD WS-PARTE-TITULAR
                           TO WS-TIT-TOTAL (WS-IDX-TITULAR)
               END-SEARCH
           END-IF.

           IF TITULAR-NO-HALLADO THEN
               ADD WS-PARTE-TITULAR TO WS-TOTAL-SIN-TITULAR
               MOVE WS-VIN-CUIT (WS-VIN-SUB) TO WS-OBS-CUIT-NUEVO
               MOVE "CUIT NO REGISTRADO COMO TITULAR"
                    TO WS-OBS-MOTIVO-NUEVO
               PERFORM 23000-REGISTRAR-OBSERVADA
               THRU 23000-F-REGISTRAR-OBSERVADA
           END-IF.

       22000-F-REPARTIR-SALDO.
           EXIT.

       23000-REGISTRAR-OBSERVADA.
           IF WS-OBSERVADAS-CANT >= 10000 THEN
               DISPLAY "CUENTAS OBSERVADAS EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-OBSERVADAS."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"    TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-OBSERVADAS-CANT.
           SET WS-IDX-OBSERVADA TO WS-OBSERVADAS-CANT.
           MOVE SALDO-CLIENTE
                TO WS-OBS-CLIENTE (WS-IDX-OBSERVADA).
           MOVE SALDO-SUCURSAL
                TO WS-OBS-SUCURSAL (WS-IDX-OBSERVADA).
           MOVE SALDO-IMPORTE
                TO WS-OBS-SALDO (WS-IDX-OBSERVADA).
           MOVE WS-SUMA-PORCENTAJES
                TO WS-OBS-PORCENTAJE (WS-IDX-OBSERVADA).
           MOVE WS-OBS-CUIT-NUEVO
                TO WS-OBS-CUIT (WS-IDX-OBSERVADA).
           MOVE WS-OBS-MOTIVO-NUEVO
                TO WS-OBS-MOTIVO (WS-IDX-OBSERVADA).
       23000-F-REGISTRAR-OBSERVADA.
           EXIT.

      *-----------------------------------------------------------
      * EMITE, EN ORDEN DE CUIT, CADA TITULAR CON DEPOSITOS: SU
      * TOTAL REDONDEADO A CENTAVOS, LA PARTE CUBIERTA (HASTA EL
      * LIMITE LEGAL EN PESOS) Y EL EXCEDENTE NO GARANTIZADO.
      *-----------------------------------------------------------
       30000-EMITIR-TITULARES.

           PERFORM 30100-EMITIR-UN-TITULAR
           THRU 30100-F-EMITIR-UN-TITULAR
           VARYING WS-IDX-TITULAR FROM 1 BY 1
           UNTIL WS-IDX-TITULAR > WS-TITULARES-CANT.

       30000-F-EMITIR-TITULARES.
           EXIT.

       30100-EMITIR-UN-TITULAR.

           IF WS-TIT-TOTAL (WS-IDX-TITULAR) > ZEROES THEN
               COMPUTE WS-TOTAL-TITULAR ROUNDED =
                       WS-TIT-TOTAL (WS-IDX-TITULAR)

               IF WS-TOTAL-TITULAR > WS-LIMITE-PESOS THEN
                   MOVE WS-LIMITE-PESOS  TO WS-CUBIERTO-TITULAR
                   ADD 1 TO WS-CONT-TOPEADOS
               ELSE
                   MOVE WS-TOTAL-TITULAR TO WS-CUBIERTO-TITULAR
               END-IF

               COMPUTE WS-EXCEDENTE-TITULAR =
                       WS-TOTAL-TITULAR - WS-CUBIERTO-TITULAR

               ADD 1 TO WS-CONT-TITULARES
               ADD WS-TOTAL-TITULAR     TO WS-TOTAL-DEPOSITOS
               ADD WS-CUBIERTO-TITULAR  TO WS-TOTAL-CUBIERTO
               ADD WS-EXCEDENTE-TITULAR TO WS-TOTAL-EXCEDENTE

               MOVE WS-TIT-CUIT (WS-IDX-TITULAR)    TO INF-CUIT
               MOVE WS-TIT-NOMBRE (WS-IDX-TITULAR)  TO INF-NOMBRE
               MOVE WS-TIT-CUENTAS (WS-IDX-TITULAR) TO INF-CUENTAS
               MOVE WS-TOTAL-TITULAR     TO INF-TOTAL
               MOVE WS-CUBIERTO-TITULAR  TO INF-CUBIERTO
               MOVE WS-EXCEDENTE-TITULAR TO INF-EXCEDENTE

               WRITE REG-INFORME FROM WS-LINEA-INFORME
               AFTER ADVANCING 1 LINES

               PERFORM 90100-VERIFICAR-INFORME
               THRU 90100-F-VERIFICAR-INFORME

               MOVE SPACES TO WS-REG-PRESENTACION
               MOVE "DET"  TO PRE-MARCA
               MOVE WS-TIT-CUIT (WS-IDX-TITULAR)    TO PRE-CUIT
               MOVE WS-TIT-NOMBRE (WS-IDX-TITULAR)  TO PRE-NOMBRE
               MOVE WS-TIT-CUENTAS (WS-IDX-TITULAR)
                    TO PRE-CANT-CUENTAS
               MOVE WS-TOTAL-TITULAR    TO PRE-TOTAL
               MOVE WS-CUBIERTO-TITULAR TO PRE-CUBIERTO

               PERFORM 90200-GRABAR-PRESENTACION
               THRU 90200-F-GRABAR-PRESENTACION
           END-IF.

       30100-F-EMITIR-UN-TITULAR.
           EXIT.

      *-----------------------------------------------------------
      * LISTA LAS CUENTAS OBSERVADAS, PARA QUE OPERACIONES CORRIJA
      * EL REGISTRO CON CCCTIT ANTES DE LA PRESENTACION.
      *-----------------------------------------------------------
       31000-EMITIR-OBSERVADAS.

           IF WS-OBSERVADAS-CANT > ZEROES THEN
               WRITE REG-INFORME FROM WS-CABECERA-OBSERVADAS
               AFTER ADVANCING 2 LINES

               PERFORM 90100-VERIFICAR-INFORME
               THRU 90100-F-VERIFICAR-INFORME

               PERFORM 31100-EMITIR-UNA-OBSERVADA
               THRU 31100-F-EMITIR-UNA-OBSERVADA
               VARYING WS-IDX-OBSERVADA FROM 1 BY 1
               UNTIL WS-IDX-OBSERVADA > WS-OBSERVADAS-CANT
           END-IF.

       31000-F-EMITIR-OBSERVADAS.
           EXIT.

       31100-EMITIR-UNA-OBSERVADA.
           MOVE WS-OBS-CLIENTE (WS-IDX-OBSERVADA)    TO OBS-CLIENTE.
           MOVE WS-OBS-SUCURSAL (WS-IDX-OBSERVADA)   TO OBS-SUCURSAL.
           MOVE WS-OBS-SALDO (WS-IDX-OBSERVADA)      TO OBS-SALDO.
           MOVE WS-OBS-PORCENTAJE (WS-IDX-OBSERVADA)
                TO OBS-PORCENTAJE.
           MOVE WS-OBS-CUIT (WS-IDX-OBSERVADA)       TO OBS-CUIT.
           MOVE WS-OBS-MOTIVO (WS-IDX-OBSERVADA)     TO OBS-MOTIVO.

           WRITE REG-INFORME FROM WS-LINEA-OBSERVADA
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.
       31100-F-EMITIR-UNA-OBSERVADA.
           EXIT.

      *-----------------------------------------------------------
      * TOTALES POR MONEDA: LOS SALDOS ESTAN EN PESOS, ASI QUE EL
      * TOTAL DE DEPOSITOS Y EL CUBIERTO SE DAN EN PESOS Y
      * REEXPRESADOS EN CADA MONEDA CON SU COTIZACION VIGENTE.
      *-----------------------------------------------------------
       32000-EMITIR-MONEDAS.

           WRITE REG-INFORME FROM WS-CABECERA-MONEDAS
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "ARS"              TO MON-MONEDA.
           MOVE 1                  TO MON-COTIZACION.
           MOVE WS-FECHA-PROCESO   TO MON-FECHA.
           MOVE WS-TOTAL-DEPOSITOS TO MON-TOTAL.
           MOVE WS-TOTAL-CUBIERTO  TO MON-CUBIERTO.

           WRITE REG-INFORME FROM WS-LINEA-MONEDA
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE SPACES             TO WS-REG-PRESENTACION.
           MOVE "MON"              TO PRE-MARCA.
           MOVE "ARS"              TO PRE-MONEDA.
           MOVE 1                  TO PRE-COTIZACION.
           MOVE WS-TOTAL-DEPOSITOS TO PRE-MON-TOTAL.
           MOVE WS-TOTAL-CUBIERTO  TO PRE-MON-CUBIERTO.

           PERFORM 90200-GRABAR-PRESENTACION
           THRU 90200-F-GRABAR-PRESENTACION.

           PERFORM 32100-EMITIR-UNA-MONEDA
           THRU 32100-F-EMITIR-UNA-MONEDA
           VARYING WS-IDX-COTIZ FROM 1 BY 1
           UNTIL WS-IDX-COTIZ > WS-COTIZ-CANT.

       32000-F-EMITIR-MONEDAS.
           EXIT.

       32100-EMITIR-UNA-MONEDA.
           MOVE SPACES TO WS-REG-PRESENTACION.
           MOVE "MON"  TO PRE-MARCA.

           MOVE WS-COTIZ-MONEDA (WS-IDX-COTIZ) TO MON-MONEDA
                                                  PRE-MONEDA.
           MOVE WS-COTIZ-VALOR (WS-IDX-COTIZ)  TO MON-COTIZACION
                                                  PRE-COTIZACION.
           MOVE WS-COTIZ-FECHA (WS-IDX-COTIZ)  TO MON-FECHA.

           COMPUTE WS-IMPORTE-MONEDA ROUNDED =
                   WS-TOTAL-DEPOSITOS / WS-COTIZ-VALOR (WS-IDX-COTIZ).
           MOVE WS-IMPORTE-MONEDA TO MON-TOTAL
                                     PRE-MON-TOTAL.

           COMPUTE WS-IMPORTE-MONEDA ROUNDED =
                   WS-TOTAL-CUBIERTO / WS-COTIZ-VALOR (WS-IDX-COTIZ).
           MOVE WS-IMPORTE-MONEDA TO MON-CUBIERTO
                                     PRE-MON-CUBIERTO.

           WRITE REG-INFORME FROM WS-LINEA-MONEDA
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           PERFORM 90200-GRABAR-PRESENTACION
           THRU 90200-F-GRABAR-PRESENTACION.
       32100-F-EMITIR-UNA-MONEDA.
           EXIT.

      *-----------------------------------------------------------
      * GRABA EL TRAILER DE LA PRESENTACION Y LOS TOTALES DEL
      * INFORME, CIERRA LOS FICHEROS E INFORMA LA CORRIDA.
      *-----------------------------------------------------------
       33000-FIN-PGM.

           MOVE SPACES             TO WS-REG-PRESENTACION.
           MOVE "TRL"              TO PRE-MARCA.
           MOVE WS-CONT-TITULARES  TO PRE-CANT-TITULARES.
           MOVE WS-TOTAL-DEPOSITOS TO PRE-TOT-TOTAL.
           MOVE WS-TOTAL-CUBIERTO  TO PRE-TOT-CUBIERTO.
           COMPUTE PRE-TOT-SIN-TITULAR ROUNDED =
                   WS-TOTAL-SIN-TITULAR.

           PERFORM 90200-GRABAR-PRESENTACION
           THRU 90200-F-GRABAR-PRESENTACION.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-CUENTAS TO WS-TOT-CUENTAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-CUENTAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-DEUDORAS TO WS-TOT-DEUDORAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-DEUDORAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-OBSERVADAS-CANT TO WS-TOT-OBSERVADAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-OBSERVADAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-TITULARES TO WS-TOT-TITULARES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-TITULARES
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-TOPEADOS TO WS-TOT-TOPEADOS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-TOPEADOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "SALDOS ACREEDORES........" TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-SALDOS TO WS-TOT-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-IMPORTE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "DEPOSITOS DE TITULARES..." TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-DEPOSITOS TO WS-TOT-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-IMPORTE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "SALDOS SIN TITULAR......." TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-SIN-TITULAR TO WS-TOT-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-IMPORTE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "TOTAL CUBIERTO..........." TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-CUBIERTO TO WS-TOT-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-IMPORTE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE "TOTAL NO CUBIERTO........" TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-EXCEDENTE TO WS-TOT-IMPORTE.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-IMPORTE
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           CLOSE SALDOS-CCC.
           IF NOT SALDOS-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "SALDOS-CCC.TXT"    TO WS-ABEND-FICHERO
               MOVE FS-SALDOS           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE PRESENTACION.
           IF NOT PRESENTACION-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "PRESENTACION-GARANTIA.TXT" TO WS-ABEND-FICHERO
               MOVE FS-PRESENTACION     TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE INFORME.
           IF NOT INFORME-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCGAR.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCGAR -- CUENTAS LEIDAS......: "
                   WS-CONT-CUENTAS.
           DISPLAY "CCCGAR -- TITULARES INFORMADOS: "
                   WS-CONT-TITULARES.
           DISPLAY "CCCGAR -- CUENTAS OBSERVADAS..: "
                   WS-OBSERVADAS-CANT.
           DISPLAY "CCCGAR -- REGISTROS PRESENTAC.: "
                   WS-CONT-PRESENTACION.

       33000-F-FIN-PGM.
           EXIT.

       90100-VERIFICAR-INFORME.

           IF NOT INFORME-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "SALIDA-CCCGAR.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90100-F-VERIFICAR-INFORME.
           EXIT.

       90200-GRABAR-PRESENTACION.

           WRITE REG-PRESENTACION FROM WS-REG-PRESENTACION.

           IF NOT PRESENTACION-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "PRESENTACION-GARANTIA.TXT" TO WS-ABEND-FICHERO
               MOVE FS-PRESENTACION     TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           ADD 1 TO WS-CONT-PRESENTACION.

       90200-F-GRABAR-PRESENTACION.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE E/S INESPERADO, CON EL
      * MISMO ESQUEMA Y RETURN-CODE QUE CCCACT.
      *-----------------------------------------------------------
       90000-ABEND-ERROR-FICHERO.

           DISPLAY "*** CCCGAR -- ABEND POR ERROR DE E/S ***".
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
      * ABEND CONTROLADO POR UN ERROR DE CONTROL (FALTA EL LIMITE,
      * EL REGISTRO DE TITULARES, LOS SALDOS O LA COTIZACION DE LA
      * MONEDA DEL LIMITE), CON EL RETURN-CODE 12 DE LOS ERRORES DE
      * CONTROL DE CCCACT. NO SE GENERA NINGUN FICHERO.
      *-----------------------------------------------------------
       90300-ABEND-ERROR-CONTROL.

           DISPLAY "*** CCCGAR -- ABEND POR ERROR DE CONTROL ***".
           DISPLAY "FICHERO.......: " WS-ABEND-FICHERO.
           DISPLAY "MOTIVO........: " WS-CTL-MOTIVO.

           MOVE 12 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90300-F-ABEND-ERROR-CONTROL.
           EXIT.

       END PROGRAM CCCGAR.
