      ******************************************************************
      * Author: Ramiro Angulo Lagraa
      * Date: Octubre 2026
      * Purpose: generador diario de transferencias programadas:
      *          recorre las ordenes permanentes de cuenta a cuenta
      *          de ORDENES-PERMANENTES.TXT (mensuales, semanales o de
      *          fecha fija) y, para cada una que vence en el dia
      *          habil de hoy -- o que vencia en el fin de semana o
      *          feriado de CALENDARIO-CCC.TXT inmediatamente anterior
      *          -- genera el par debito 101 en la cuenta origen y
      *          credito 201 en la cuenta destino en el layout de
      *          ENTRADA de CCCACT, con cabecera HDR y trailer TRL,
      *          para listarlo en LISTADO-ORIGENES.TXT como un origen
      *          mas. Una orden cuya cuenta origen o destino no existe
      *          o esta cerrada en el maestro se suspende y se informa
      *          en vez de generarse. Reescribe el fichero de ordenes
      *          con la fecha de la ultima transferencia generada y el
      *          estado de cada orden, y saca un informe del dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCTRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-PERMANENTES
           ASSIGN TO "ORDENES-PERMANENTES.TXT"
           FILE STATUS IS FS-ORDENES.

           SELECT CALENDARIO-CCC ASSIGN TO "CALENDARIO-CCC.TXT"
           FILE STATUS IS FS-CALEND.

           SELECT MAESTRO-CUENTAS ASSIGN TO "MAESTRO-CUENTAS.TXT"
           FILE STATUS IS FS-MAESTRO.

           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS-CCC.TXT"
           FILE STATUS IS FS-TRANSF.

           SELECT INFORME ASSIGN TO "INFORME-TRANSFERENCIAS.TXT"
           FILE STATUS IS FS-INFORME.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

      *---------------------------------------------------------
      * ORDENES PERMANENTES DE TRANSFERENCIA, QUE CARGA
      * OPERACIONES A PEDIDO DEL CLIENTE: CUENTA ORIGEN Y DESTINO,
      * IMPORTE Y MONEDA, FRECUENCIA (M=MENSUAL EL DIA ORD-DIA,
      * QUE EN LOS MESES MAS CORTOS PASA AL ULTIMO DIA DEL MES;
      * S=SEMANAL EL DIA DE LA SEMANA ORD-DIA, 1=LUNES A
      * 7=DOMINGO; F=FECHA FIJA, UNA SOLA VEZ EN ORD-FECHA-DESDE),
      * VIGENCIA DESDE/HASTA (HASTA EN CERO = SIN VENCIMIENTO),
      * DESCRIPCION, ESTADO (A=ACTIVA, S=SUSPENDIDA) Y LA FECHA
      * PREVISTA DE LA ULTIMA TRANSFERENCIA GENERADA. EL PROGRAMA
      * REESCRIBE EL FICHERO ENTERO CON UNA CABECERA HDR CON LA
      * FECHA DE PROCESO, QUE CUMPLE LA MISMA FUNCION QUE LA DE
      * SALDOS-CCC.TXT: UN FICHERO CARGADO A MANO SIN CABECERA SE
      * LEE IGUAL. UNA ORDEN SUSPENDIDA SOLO VUELVE A GENERAR SI
      * OPERACIONES LA PASA OTRA VEZ A ESTADO A.
      *---------------------------------------------------------
       FD ORDENES-PERMANENTES
          RECORDING MODE IS F
          RECORD CONTAINS 117 CHARACTERS.
       01 REG-ORDEN.
           05 ORD-NUMERO                     PIC X(08).
           05 ORD-CLIENTE-ORIGEN             PIC X(10).
           05 ORD-SUCURSAL-ORIGEN            PIC 9(06).
           05 ORD-CLIENTE-DESTINO            PIC X(10).
           05 ORD-SUCURSAL-DESTINO           PIC 9(06).
           05 ORD-IMPORTE                    PIC 9(12)V9(04).
           05 ORD-MONEDA                     PIC X(03).
           05 ORD-FRECUENCIA                 PIC X(01).
           05 ORD-DIA                        PIC 9(02).
           05 ORD-FECHA-DESDE                PIC 9(08).
           05 ORD-FECHA-HASTA                PIC 9(08).
           05 ORD-DESCRIPCION                PIC X(30).
           05 ORD-ESTADO                     PIC X(01).
           05 ORD-FECHA-ULTIMA               PIC 9(08).
       01 REG-ORDEN-CABECERA.
           05 ORD-CAB-MARCA                  PIC X(08).
           05 ORD-CAB-FECHA-PROCESO          PIC 9(08).
           05 FILLER                         PIC X(101).

      *---------------------------------------------------------
      * CALENDARIO BANCARIO: LOS FERIADOS LISTADOS POR OPERACIONES,
      * UNA FECHA POR REGISTRO, EL MISMO FICHERO QUE USA CCCACT.
      * SU AUSENCIA DEJA SOLO LOS FINES DE SEMANA COMO INHABILES.
      *---------------------------------------------------------
       FD CALENDARIO-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 8 CHARACTERS.
       01 REG-CALENDARIO.
           05 CAL-FECHA                      PIC 9(08).

      *---------------------------------------------------------
      * MAESTRO DE CUENTAS TAL COMO LO MANTIENE CCCMNT, PARA NO
      * GENERAR SOBRE CUENTAS INEXISTENTES O CERRADAS (LA ORDEN SE
      * SUSPENDE) NI DEBITAR UNA CUENTA BLOQUEADA O INACTIVA, QUE
      * CCCACT RECHAZARIA DEJANDO EL CREDITO SIN SU DEBITO (ESE
      * VENCIMIENTO NO SE GENERA, PERO LA ORDEN SIGUE ACTIVA). SU
      * AUSENCIA NO ES ERROR: SE GENERA SIN ESE CONTROL, COMO EN
      * CCCDEV.
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
      * MOVIMIENTOS GENERADOS, EN EL LAYOUT DE 55 BYTES DE LA
      * ENTRADA DE CCCACT, CON CABECERA HDR (FECHA DE PROCESO Y
      * ORIGEN CCCTRF) Y TRAILER TRL (CANTIDAD Y SUMA DE IMPORTES,
      * QUE DA CERO PORQUE CADA DEBITO TIENE SU CREDITO).
      *---------------------------------------------------------
       FD TRANSFERENCIAS
          RECORDING MODE IS F
          RECORD CONTAINS 55 CHARACTERS.
       01 REG-TRANSFERENCIA                  PIC X(55).

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
           05 FS-ORDENES                    PIC X(02).
             88 ORDENES-OK                      VALUE "00".
             88 ORDENES-NO-EXISTE               VALUE "35".
             88 EOF-ORDENES                     VALUE "10".
           05 FS-CALEND                     PIC X(02).
             88 CALENDARIO-OK                   VALUE "00".
             88 CALENDARIO-NO-EXISTE            VALUE "35".
             88 EOF-CALENDARIO                  VALUE "10".
           05 FS-MAESTRO                    PIC X(02).
             88 MAESTRO-OK                      VALUE "00".
             88 MAESTRO-NO-EXISTE               VALUE "35".
             88 EOF-MAESTRO                     VALUE "10".
           05 FS-TRANSF                     PIC X(02).
             88 TRANSFERENCIAS-OK               VALUE "00".
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
           05 WS-CTL-MOTIVO                 PIC X(40) VALUE SPACES.

      *---------------------------------------------
      * VISTA DEL REGISTRO GENERADO: EL DETALLE EN EL LAYOUT DE
      * REG-CCCACT Y LAS VISTAS DE CABECERA Y TRAILER, CON LOS
      * MISMOS DESPLAZAMIENTOS QUE AUX-CONTROL EN CCCACT.
      *---------------------------------------------

       01 WS-REG-SALIDA.
           05 TRF-CLIENTE                   PIC X(10).
           05 TRF-SUCURSAL                  PIC 9(06).
           05 TRF-CODIGO                    PIC X(03).
           05 TRF-FECHA                     PIC 9(08).
           05 TRF-HORA                      PIC 9(06).
           05 TRF-IMPORTE                   PIC S9(12)V9(04).
           05 TRF-TIPO                      PIC X(03).
           05 TRF-MONEDA                    PIC X(03).

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
      * TABLA EN MEMORIA CON EL FICHERO DE ORDENES ENTERO, CON EL
      * MISMO LAYOUT DEL REGISTRO PARA MOVERLO DE UNA VEZ AL
      * CARGARLO Y AL REESCRIBIRLO.
      *---------------------------------------------

       01 WS-CONTROL-ORDENES.
           05 WS-MARCA-ORDENES              PIC X(08) VALUE SPACES.
             88 ES-CABECERA-ORDENES             VALUE "HDR".
           05 WS-SW-CUENTAS-ORDEN           PIC X(01) VALUE "S".
             88 CUENTAS-ORDEN-VALIDAS           VALUE "S".
             88 CUENTAS-ORDEN-SUSPENDEN         VALUE "N".
             88 CUENTAS-ORDEN-RETIENEN          VALUE "R".
           05 WS-MOTIVO-ORDEN               PIC X(30) VALUE SPACES.

       01 WS-TABLA-ORDENES.
           05 WS-ORDENES-CANT               PIC 9(05) VALUE ZEROES.
           05 WS-ORDENES-TABLA OCCURS 20000 TIMES
                                INDEXED BY WS-IDX-ORDEN.
               10 WS-ORD-NUMERO             PIC X(08).
               10 WS-ORD-CLIENTE-ORIGEN     PIC X(10).
               10 WS-ORD-SUCURSAL-ORIGEN    PIC 9(06).
               10 WS-ORD-CLIENTE-DESTINO    PIC X(10).
               10 WS-ORD-SUCURSAL-DESTINO   PIC 9(06).
               10 WS-ORD-IMPORTE            PIC 9(12)V9(04).
               10 WS-ORD-MONEDA             PIC X(03).
               10 WS-ORD-FRECUENCIA         PIC X(01).
                 88 ORD-MENSUAL                 VALUE "M".
                 88 ORD-SEMANAL                 VALUE "S".
                 88 ORD-FECHA-FIJA              VALUE "F".
                 88 ORD-FRECUENCIA-VALIDA       VALUE "M" "S" "F".
               10 WS-ORD-DIA                PIC 9(02).
               10 WS-ORD-FECHA-DESDE        PIC 9(08).
               10 WS-ORD-FECHA-HASTA        PIC 9(08).
               10 WS-ORD-DESCRIPCION        PIC X(30).
               10 WS-ORD-ESTADO             PIC X(01).
                 88 ORD-SUSPENDIDA              VALUE "S".
               10 WS-ORD-FECHA-ULTIMA       PIC 9(08).

      *---------------------------------------------
      * FECHAS CANDIDATAS DEL DIA: HOY (QUE DEBE SER HABIL) Y LOS
      * DIAS INHABILES CORRIDOS INMEDIATAMENTE ANTERIORES, CUYOS
      * VENCIMIENTOS SE CORREN AL DIA HABIL DE HOY. CADA FECHA
      * LLEVA SU DIA DE LA SEMANA (1=LUNES A 7=DOMINGO) Y LOS DIAS
      * DE SU MES PARA LAS ORDENES MENSUALES.
      *---------------------------------------------

       01 WS-TABLA-FECHAS.
           05 WS-FECHAS-CANT                PIC 9(02) VALUE ZEROES.
           05 WS-SUB-FECHA                  PIC 9(02) VALUE ZEROES.
           05 WS-FECHAS-TABLA OCCURS 31 TIMES.
               10 WS-FEC-FECHA              PIC 9(08).
               10 WS-FEC-FECHA-R REDEFINES WS-FEC-FECHA.
                   15 WS-FEC-ANIO           PIC 9(04).
                   15 WS-FEC-MES            PIC 9(02).
                   15 WS-FEC-DIA            PIC 9(02).
               10 WS-FEC-DIA-SEMANA         PIC 9(01).
               10 WS-FEC-DIAS-MES           PIC 9(02).

      *---------------------------------------------
      * VARIABLES DEL CALENDARIO: LA FECHA EN EXAMEN, SU DIA
      * HABIL O NO, Y LA CONGRUENCIA DE ZELLER CON EL MISMO
      * ESQUEMA DE 20137 EN CCCACT.
      *---------------------------------------------

       01 WS-CONTROL-CALENDARIO.
           05 WS-SW-HAY-CALENDARIO          PIC X(01) VALUE "N".
             88 HAY-CALENDARIO                  VALUE "S".
           05 WS-SW-FERIADO                 PIC X(01) VALUE "N".
             88 ES-FERIADO                      VALUE "S".
             88 NO-ES-FERIADO                   VALUE "N".
           05 WS-SW-FECHA-HABIL             PIC X(01) VALUE "N".
             88 FECHA-HABIL                     VALUE "S".
             88 FECHA-INHABIL                   VALUE "N".
           05 WS-DIAS-DEL-MES               PIC 9(02) VALUE ZEROES.
           05 WS-DIA-SEMANA-ORDEN           PIC 9(01) VALUE ZEROES.
           05 WS-FECHA-EXAMEN               PIC 9(08) VALUE ZEROES.
           05 WS-FECHA-EXAMEN-R REDEFINES WS-FECHA-EXAMEN.
               10 WS-EXA-ANIO               PIC 9(04).
               10 WS-EXA-MES                PIC 9(02).
               10 WS-EXA-DIA                PIC 9(02).

       01 WS-CONTROL-ZELLER.
           05 WS-ZEL-ANIO                   PIC 9(04) VALUE ZEROES.
           05 WS-ZEL-MES                    PIC 9(02) VALUE ZEROES.
           05 WS-ZEL-SIGLO                  PIC 9(02) VALUE ZEROES.
           05 WS-ZEL-ANIO-SIGLO             PIC 9(02) VALUE ZEROES.
           05 WS-ZEL-TRABAJO                PIC 9(08) VALUE ZEROES.
           05 WS-ZEL-RESTO                  PIC 9(08) VALUE ZEROES.
           05 WS-ZEL-TERMINO-MES            PIC 9(04) VALUE ZEROES.
           05 WS-ZEL-TERMINO-ANIO           PIC 9(04) VALUE ZEROES.
           05 WS-ZEL-TERMINO-SIGLO          PIC 9(04) VALUE ZEROES.
           05 WS-DIA-SEMANA                 PIC 9(01) VALUE ZEROES.
             88 ES-DIA-HABIL                   VALUE 2 THRU 6.

       01 WS-TABLA-FERIADOS.
           05 WS-FERIADOS-CANT              PIC 9(04) VALUE ZEROES.
           05 WS-FERIADOS-TABLA OCCURS 500 TIMES
                                 INDEXED BY WS-IDX-FERIADO.
               10 WS-FERIADO-FECHA          PIC 9(08).

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL MAESTRO, SOLO CLAVE Y ESTADO, Y EL
      * RESULTADO DE LA CONSULTA DE UNA CUENTA.
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

       01 WS-CONSULTA-CUENTA.
           05 WS-CONS-CLIENTE               PIC X(10) VALUE SPACES.
           05 WS-CONS-SUCURSAL              PIC 9(06) VALUE ZEROES.
           05 WS-CONS-ESTADO                PIC X(01) VALUE SPACE.
             88 CONS-INEXISTENTE                VALUE SPACE.
             88 CONS-BLOQUEADA                  VALUE "B".
             88 CONS-CERRADA                    VALUE "C".
             88 CONS-INACTIVA                   VALUE "I".
           05 WS-ESTADO-ORIGEN              PIC X(01) VALUE SPACE.
           05 WS-ESTADO-DESTINO             PIC X(01) VALUE SPACE.

      *---------------------------------------------
      * VARIABLES PARA LOS TOTALES DE CONTROL DE LA CORRIDA Y EL
      * TRAILER DEL FICHERO GENERADO.
      *---------------------------------------------

       01 WS-CONTADORES.
           05 WS-CONT-ORDENES               PIC 9(08) VALUE ZEROES.
           05 WS-CONT-GENERADAS             PIC 9(08) VALUE ZEROES.
           05 WS-CONT-SUSPENDIDAS           PIC 9(08) VALUE ZEROES.
           05 WS-CONT-RETENIDAS             PIC 9(08) VALUE ZEROES.
           05 WS-CONT-YA-SUSPENDIDAS        PIC 9(08) VALUE ZEROES.
           05 WS-CONT-MOVIMIENTOS           PIC 9(08) VALUE ZEROES.
           05 WS-SUMA-IMPORTES              PIC S9(12)V9(04)
                VALUE ZEROES.

       01 WS-FECHA-HORA-PROCESO.
           05 WS-FECHA-PROCESO              PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO               PIC 9(08) VALUE ZEROES.
           05 WS-HORA-PROCESO-HHMMSS REDEFINES WS-HORA-PROCESO.
               10 WS-HORA-HHMMSS            PIC 9(06).
               10 FILLER                    PIC 9(02).

      *---------------------------------------------------------
      * LINEAS DEL INFORME DE TRANSFERENCIAS DEL DIA.
      *---------------------------------------------------------

       01 WS-CABECERA-INFORME.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(37)
                VALUE "TRANSFERENCIAS PROGRAMADAS -- FECHA ".
           05 WS-CAB-FECHA                  PIC 9(08).

       01 WS-COLUMNAS-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "ORDEN".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(17)
                VALUE "CUENTA ORIGEN".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(17)
                VALUE "CUENTA DESTINO".
           05 FILLER                       PIC X(18) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "IMPORTE".
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(03) VALUE "MON".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "PREVISTA".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE "RESULTADO".

       01 WS-LINEA-INFORME.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-ORDEN                     PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CLIENTE-ORIGEN            PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INF-SUCURSAL-ORIGEN           PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-CLIENTE-DESTINO           PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INF-SUCURSAL-DESTINO          PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-IMPORTE
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 INF-MONEDA                    PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-FECHA-PREVISTA            PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 INF-RESULTADO                 PIC X(30).

       01 WS-LINEA-TOTAL-ORDENES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "ORDENES EN FICHERO......".
           05 WS-TOT-ORDENES                PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-GENERADAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "TRANSFERENCIAS GENERADAS".
           05 WS-TOT-GENERADAS              PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-SUSPENDIDAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "ORDENES SUSPENDIDAS HOY.".
           05 WS-TOT-SUSPENDIDAS            PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-RETENIDAS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "VENCIMIENTOS RETENIDOS..".
           05 WS-TOT-RETENIDAS              PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-YA-SUSP.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "ORDENES YA SUSPENDIDAS..".
           05 WS-TOT-YA-SUSPENDIDAS         PIC ZZZ.ZZZ.ZZ9.

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
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCTRF".
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

      *    EL CONTROL DE RERUN VA ANTES DEL CONTROL DE LA CADENA: UN
      *    RERUN RECHAZADO NO REGISTRA NADA, ASI NO TAPA LA CORRIDA
      *    BUENA DE LA FECHA QUE ESPERA CCCACT.
           PERFORM 10190-VERIFICAR-RERUN
           THRU 10190-F-VERIFICAR-RERUN.

           PERFORM 05000-CONTROLAR-PREDECESORES
           THRU 05000-F-CONTROLAR-PREDECESORES.

           PERFORM 05100-REGISTRAR-INICIO
           THRU 05100-F-REGISTRAR-INICIO.

           PERFORM 10000-CARGAR-CALENDARIO
           THRU 10000-F-CARGAR-CALENDARIO.

           PERFORM 10300-ARMAR-FECHAS
           THRU 10300-F-ARMAR-FECHAS.

           PERFORM 10100-CARGAR-MAESTRO
           THRU 10100-F-CARGAR-MAESTRO.

           PERFORM 10200-CARGAR-ORDENES
           THRU 10200-F-CARGAR-ORDENES.

           PERFORM 11000-ABRIR-FICHEROS
           THRU 11000-F-ABRIR-FICHEROS.

           PERFORM 12000-GRABAR-CABECERA
           THRU 12000-F-GRABAR-CABECERA.

           PERFORM 20000-EXAMINAR-ORDEN
           THRU 20000-F-EXAMINAR-ORDEN
           VARYING WS-IDX-ORDEN FROM 1 BY 1
           UNTIL WS-IDX-ORDEN > WS-ORDENES-CANT.

           PERFORM 14000-GRABAR-TRAILER
           THRU 14000-F-GRABAR-TRAILER.

           PERFORM 15000-GRABAR-ORDENES
           THRU 15000-F-GRABAR-ORDENES.

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

           DISPLAY "*** CCCTRF -- CORRIDA RECHAZADA POR "
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
      * CARGA LOS FERIADOS DE CALENDARIO-CCC.TXT SI EXISTE. SU
      * AUSENCIA NO ES ERROR: SOLO LOS SABADOS Y DOMINGOS QUEDAN
      * COMO DIAS INHABILES.
      *-----------------------------------------------------------
       10000-CARGAR-CALENDARIO.

           OPEN INPUT CALENDARIO-CCC.

           IF CALENDARIO-OK THEN
               SET HAY-CALENDARIO TO TRUE

               PERFORM 10010-LEER-FERIADO
               THRU 10010-F-LEER-FERIADO

               PERFORM 10020-GUARDAR-FERIADO
               THRU 10020-F-GUARDAR-FERIADO
               UNTIL EOF-CALENDARIO

               CLOSE CALENDARIO-CCC
           ELSE
               IF NOT CALENDARIO-NO-EXISTE THEN
                   MOVE "APERTURA"           TO WS-ABEND-OPERACION
                   MOVE "CALENDARIO-CCC.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-CALEND            TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10000-F-CARGAR-CALENDARIO.
           EXIT.

       10010-LEER-FERIADO.
           READ CALENDARIO-CCC.
           IF NOT CALENDARIO-OK AND NOT EOF-CALENDARIO THEN
               MOVE "LECTURA"            TO WS-ABEND-OPERACION
               MOVE "CALENDARIO-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-CALEND            TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10010-F-LEER-FERIADO.
           EXIT.

       10020-GUARDAR-FERIADO.
           IF WS-FERIADOS-CANT >= 500 THEN
               DISPLAY "FERIADOS EXCEDEN LA TABLA EN MEMORIA -- "
                       "AMPLIAR WS-TABLA-FERIADOS."
               MOVE "CARGA EN TABLA"      TO WS-ABEND-OPERACION
               MOVE "CALENDARIO-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE "99"                  TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-FERIADOS-CANT.
           SET WS-IDX-FERIADO TO WS-FERIADOS-CANT.
           MOVE CAL-FECHA TO WS-FERIADO-FECHA (WS-IDX-FERIADO).

           PERFORM 10010-LEER-FERIADO
           THRU 10010-F-LEER-FERIADO.
       10020-F-GUARDAR-FERIADO.
           EXIT.

      *-----------------------------------------------------------
      * CARGA CLAVE Y ESTADO DEL MAESTRO. SU AUSENCIA DEJA LA
      * CORRIDA SIN EL CONTROL DE CUENTAS, COMO EN CCCDEV.
      *-----------------------------------------------------------
       10100-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-CUENTAS.

           IF MAESTRO-OK THEN
               SET HAY-MAESTRO TO TRUE

               PERFORM 10110-LEER-MAESTRO
               THRU 10110-F-LEER-MAESTRO

               PERFORM 10120-GUARDAR-FICHA
               THRU 10120-F-GUARDAR-FICHA
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
           MOVE MAES-ESTADO   TO WS-MAESTRO-ESTADO (WS-IDX-MAESTRO).

           PERFORM 10110-LEER-MAESTRO
           THRU 10110-F-LEER-MAESTRO.
       10120-F-GUARDAR-FICHA.
           EXIT.

      *-----------------------------------------------------------
      * SI EL FICHERO DE ORDENES TRAE LA CABECERA HDR QUE DEJA
      * 15000-GRABAR-ORDENES CON LA FECHA DE HOY, LAS ORDENES DEL
      * DIA YA SE GENERARON Y VOLVER A CORRER PISARIA EL FICHERO
      * DE TRANSFERENCIAS CON UNO VACIO: LA CORRIDA SE RECHAZA
      * CON RC 12, COMO CCCACT CON SALDOS-CCC.TXT. SOLO SE LEE LA
      * CABECERA; SIN FICHERO O CON ERROR DE APERTURA DECIDE
      * 10200-CARGAR-ORDENES.
      *-----------------------------------------------------------
       10190-VERIFICAR-RERUN.

           OPEN INPUT ORDENES-PERMANENTES.

           IF ORDENES-OK THEN
               PERFORM 10210-LEER-ORDEN
               THRU 10210-F-LEER-ORDEN

               IF NOT EOF-ORDENES THEN
                   MOVE ORD-CAB-MARCA TO WS-MARCA-ORDENES
                   IF ES-CABECERA-ORDENES
                     AND ORD-CAB-FECHA-PROCESO = WS-FECHA-PROCESO
                   THEN
                       MOVE "ORDENES YA GENERADAS PARA LA FECHA"
                            TO WS-CTL-MOTIVO
                       CLOSE ORDENES-PERMANENTES
                       PERFORM 90300-ABEND-ERROR-CONTROL
                       THRU 90300-F-ABEND-ERROR-CONTROL
                   END-IF
               END-IF

               CLOSE ORDENES-PERMANENTES
           END-IF.

       10190-F-VERIFICAR-RERUN.
           EXIT.

      *-----------------------------------------------------------
      * CARGA EL FICHERO DE ORDENES EN LA TABLA, SALTEANDO SU
      * CABECERA HDR. SIN FICHERO NO HAY NADA QUE GENERAR.
      *-----------------------------------------------------------
       10200-CARGAR-ORDENES.

           OPEN INPUT ORDENES-PERMANENTES.

           IF ORDENES-NO-EXISTE THEN
               DISPLAY "CCCTRF -- NO HAY ORDENES-PERMANENTES.TXT, "
                       "NADA QUE GENERAR."
               PERFORM 05200-REGISTRAR-FIN
               THRU 05200-F-REGISTRAR-FIN
               STOP RUN
           END-IF.

           IF NOT ORDENES-OK THEN
               MOVE "APERTURA"                TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-ORDENES                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 10210-LEER-ORDEN
           THRU 10210-F-LEER-ORDEN.

           IF NOT EOF-ORDENES THEN
               MOVE ORD-CAB-MARCA TO WS-MARCA-ORDENES
               IF ES-CABECERA-ORDENES THEN
                   PERFORM 10210-LEER-ORDEN
                   THRU 10210-F-LEER-ORDEN
               END-IF
           END-IF.

           PERFORM 10220-GUARDAR-ORDEN
           THRU 10220-F-GUARDAR-ORDEN
           UNTIL EOF-ORDENES.

           CLOSE ORDENES-PERMANENTES.

       10200-F-CARGAR-ORDENES.
           EXIT.

       10210-LEER-ORDEN.
           READ ORDENES-PERMANENTES.
           IF NOT ORDENES-OK AND NOT EOF-ORDENES THEN
               MOVE "LECTURA"                 TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-ORDENES                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10210-F-LEER-ORDEN.
           EXIT.

       10220-GUARDAR-ORDEN.
           IF WS-ORDENES-CANT >= 20000 THEN
               DISPLAY "ORDENES PERMANENTES EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-ORDENES."
               MOVE "CARGA EN TABLA"          TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                      TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-ORDENES-CANT.
           SET WS-IDX-ORDEN TO WS-ORDENES-CANT.
           MOVE REG-ORDEN TO WS-ORDENES-TABLA (WS-IDX-ORDEN).

           PERFORM 10210-LEER-ORDEN
           THRU 10210-F-LEER-ORDEN.
       10220-F-GUARDAR-ORDEN.
           EXIT.

      *-----------------------------------------------------------
      * ARMA LAS FECHAS CANDIDATAS DEL DIA: HOY Y, HACIA ATRAS,
      * CADA DIA INHABIL HASTA EL DIA HABIL ANTERIOR (QUE YA TUVO
      * SU PROPIA CORRIDA). SI HOY NO ES DIA HABIL NO SE GENERA
      * NADA: ESOS VENCIMIENTOS LOS TOMA EL PROXIMO DIA HABIL.
      *-----------------------------------------------------------
       10300-ARMAR-FECHAS.

           MOVE WS-FECHA-PROCESO TO WS-FECHA-EXAMEN.

           PERFORM 10400-CALIFICAR-FECHA
           THRU 10400-F-CALIFICAR-FECHA.

           IF FECHA-INHABIL THEN
               DISPLAY "CCCTRF -- " WS-FECHA-PROCESO " NO ES DIA "
                       "HABIL, NADA QUE GENERAR."
               PERFORM 05200-REGISTRAR-FIN
               THRU 05200-F-REGISTRAR-FIN
               STOP RUN
           END-IF.

           PERFORM 10320-AGREGAR-FECHA
           THRU 10320-F-AGREGAR-FECHA.

           PERFORM 10310-RETROCEDER-DIA
           THRU 10310-F-RETROCEDER-DIA.

           PERFORM 10320-AGREGAR-FECHA
           THRU 10320-F-AGREGAR-FECHA
           UNTIL FECHA-HABIL.

       10300-F-ARMAR-FECHAS.
           EXIT.

      *-----------------------------------------------------------
      * PASA WS-FECHA-EXAMEN AL DIA CALENDARIO ANTERIOR Y LO
      * CALIFICA.
      *-----------------------------------------------------------
       10310-RETROCEDER-DIA.

           IF WS-EXA-DIA > 1 THEN
               SUBTRACT 1 FROM WS-EXA-DIA
           ELSE
               IF WS-EXA-MES > 1 THEN
                   SUBTRACT 1 FROM WS-EXA-MES
               ELSE
                   MOVE 12 TO WS-EXA-MES
                   SUBTRACT 1 FROM WS-EXA-ANIO
               END-IF
               PERFORM 10410-CALCULAR-DIAS-MES
               THRU 10410-F-CALCULAR-DIAS-MES
               MOVE WS-DIAS-DEL-MES TO WS-EXA-DIA
           END-IF.

           PERFORM 10400-CALIFICAR-FECHA
           THRU 10400-F-CALIFICAR-FECHA.

       10310-F-RETROCEDER-DIA.
           EXIT.

      *-----------------------------------------------------------
      * AGREGA WS-FECHA-EXAMEN (YA CALIFICADA) A LAS FECHAS
      * CANDIDATAS Y RETROCEDE UN DIA PARA LA SIGUIENTE VUELTA.
      * MAS DE UN MES SEGUIDO DE DIAS INHABILES SOLO PUEDE SER UN
      * CALENDARIO MAL CARGADO.
      *-----------------------------------------------------------
       10320-AGREGAR-FECHA.
           IF WS-FECHAS-CANT >= 31 THEN
               DISPLAY "DIAS INHABILES CORRIDOS EXCEDEN LA TABLA "
                       "EN MEMORIA -- REVISAR CALENDARIO-CCC.TXT."
               MOVE "CARGA EN TABLA"      TO WS-ABEND-OPERACION
               MOVE "CALENDARIO-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE "99"                  TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-FECHAS-CANT.
           MOVE WS-FECHA-EXAMEN
                TO WS-FEC-FECHA (WS-FECHAS-CANT).
           MOVE WS-DIA-SEMANA-ORDEN
                TO WS-FEC-DIA-SEMANA (WS-FECHAS-CANT).
           MOVE WS-DIAS-DEL-MES
                TO WS-FEC-DIAS-MES (WS-FECHAS-CANT).

           IF WS-FECHAS-CANT > 1 THEN
               PERFORM 10310-RETROCEDER-DIA
               THRU 10310-F-RETROCEDER-DIA
           END-IF.
       10320-F-AGREGAR-FECHA.
           EXIT.

      *-----------------------------------------------------------
      * CALIFICA WS-FECHA-EXAMEN: DIAS DE SU MES, DIA DE LA SEMANA
      * EN LA NUMERACION DE LAS ORDENES (1=LUNES A 7=DOMINGO) Y SI
      * ES HABIL (NI FIN DE SEMANA NI FERIADO).
      *-----------------------------------------------------------
       10400-CALIFICAR-FECHA.

           PERFORM 10410-CALCULAR-DIAS-MES
           THRU 10410-F-CALCULAR-DIAS-MES.

           PERFORM 10420-DIA-DE-LA-SEMANA
           THRU 10420-F-DIA-DE-LA-SEMANA.

           EVALUATE WS-DIA-SEMANA
               WHEN 0
                   MOVE 6 TO WS-DIA-SEMANA-ORDEN
               WHEN 1
                   MOVE 7 TO WS-DIA-SEMANA-ORDEN
               WHEN OTHER
                   COMPUTE WS-DIA-SEMANA-ORDEN = WS-DIA-SEMANA - 1
           END-EVALUATE.

           SET FECHA-INHABIL TO TRUE.

           IF ES-DIA-HABIL THEN
               PERFORM 10430-BUSCAR-FERIADO
               THRU 10430-F-BUSCAR-FERIADO
               IF NO-ES-FERIADO THEN
                   SET FECHA-HABIL TO TRUE
               END-IF
           END-IF.

       10400-F-CALIFICAR-FECHA.
           EXIT.

      *-----------------------------------------------------------
      * CANTIDAD DE DIAS DEL MES DE LA FECHA EN EXAMEN, CON ANIO
      * BISIESTO, EL MISMO CALCULO DE 20135 EN CCCACT.
      *-----------------------------------------------------------
       10410-CALCULAR-DIAS-MES.

           EVALUATE WS-EXA-MES
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
               WHEN 02
                   MOVE 28 TO WS-DIAS-DEL-MES
                   DIVIDE WS-EXA-ANIO BY 4
                       GIVING WS-ZEL-TRABAJO
                       REMAINDER WS-ZEL-RESTO
                   IF WS-ZEL-RESTO = ZEROES THEN
                       DIVIDE WS-EXA-ANIO BY 100
                           GIVING WS-ZEL-TRABAJO
                           REMAINDER WS-ZEL-RESTO
                       IF WS-ZEL-RESTO NOT = ZEROES THEN
                           MOVE 29 TO WS-DIAS-DEL-MES
                       ELSE
                           DIVIDE WS-EXA-ANIO BY 400
                               GIVING WS-ZEL-TRABAJO
                               REMAINDER WS-ZEL-RESTO
                           IF WS-ZEL-RESTO = ZEROES THEN
                               MOVE 29 TO WS-DIAS-DEL-MES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE ZEROES TO WS-DIAS-DEL-MES
           END-EVALUATE.

       10410-F-CALCULAR-DIAS-MES.
           EXIT.

      *-----------------------------------------------------------
      * DIA DE LA SEMANA DE LA FECHA EN EXAMEN POR LA CONGRUENCIA
      * DE ZELLER: 0=SABADO, 1=DOMINGO, 2=LUNES, ..., 6=VIERNES.
      * MISMO ESQUEMA QUE 20137 EN CCCACT.
      *-----------------------------------------------------------
       10420-DIA-DE-LA-SEMANA.

           MOVE WS-EXA-ANIO TO WS-ZEL-ANIO.
           MOVE WS-EXA-MES  TO WS-ZEL-MES.

           IF WS-ZEL-MES < 3 THEN
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANIO
           END-IF.

           DIVIDE WS-ZEL-ANIO BY 100
               GIVING WS-ZEL-SIGLO
               REMAINDER WS-ZEL-ANIO-SIGLO.

      *    CADA TERMINO FRACCIONARIO DE ZELLER SE TRUNCA POR
      *    SEPARADO (DIVIDE ENTERO), NO EN LA SUMA FINAL.
           COMPUTE WS-ZEL-TRABAJO = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-TRABAJO BY 5
               GIVING WS-ZEL-TERMINO-MES
               REMAINDER WS-ZEL-RESTO.
           DIVIDE WS-ZEL-ANIO-SIGLO BY 4
               GIVING WS-ZEL-TERMINO-ANIO
               REMAINDER WS-ZEL-RESTO.
           DIVIDE WS-ZEL-SIGLO BY 4
               GIVING WS-ZEL-TERMINO-SIGLO
               REMAINDER WS-ZEL-RESTO.

           COMPUTE WS-ZEL-TRABAJO
                 = WS-EXA-DIA
                 + WS-ZEL-TERMINO-MES
                 + WS-ZEL-ANIO-SIGLO
                 + WS-ZEL-TERMINO-ANIO
                 + WS-ZEL-TERMINO-SIGLO
                 + (5 * WS-ZEL-SIGLO).

           DIVIDE WS-ZEL-TRABAJO BY 7
               GIVING WS-ZEL-RESTO
               REMAINDER WS-DIA-SEMANA.

       10420-F-DIA-DE-LA-SEMANA.
           EXIT.

       10430-BUSCAR-FERIADO.

           SET NO-ES-FERIADO TO TRUE.

           IF HAY-CALENDARIO THEN
               SET WS-IDX-FERIADO TO 1
               SEARCH WS-FERIADOS-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-FERIADO > WS-FERIADOS-CANT
                       CONTINUE
                   WHEN WS-FERIADO-FECHA (WS-IDX-FERIADO)
                           = WS-FECHA-EXAMEN
                       SET ES-FERIADO TO TRUE
               END-SEARCH
           END-IF.

       10430-F-BUSCAR-FERIADO.
           EXIT.

       11000-ABRIR-FICHEROS.

           OPEN OUTPUT TRANSFERENCIAS.

           IF NOT TRANSFERENCIAS-OK THEN
               MOVE "APERTURA"               TO WS-ABEND-OPERACION
               MOVE "TRANSFERENCIAS-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TRANSF                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT INFORME.

           IF NOT INFORME-OK THEN
               MOVE "APERTURA"                   TO WS-ABEND-OPERACION
               MOVE "INFORME-TRANSFERENCIAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME                   TO WS-ABEND-STATUS
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
           MOVE "CCCTRF"         TO CTL-ORIGEN.

           WRITE REG-TRANSFERENCIA FROM WS-REG-CONTROL.

           PERFORM 90200-VERIFICAR-TRANSFERENCIAS
           THRU 90200-F-VERIFICAR-TRANSFERENCIAS.

       12000-F-GRABAR-CABECERA.
           EXIT.

       14000-GRABAR-TRAILER.

           MOVE SPACES              TO WS-REG-CONTROL.
           MOVE "TRL"               TO CTL-MARCA.
           MOVE WS-CONT-MOVIMIENTOS TO CTL-CANTIDAD.
           MOVE WS-SUMA-IMPORTES    TO CTL-IMPORTE.

           WRITE REG-TRANSFERENCIA FROM WS-REG-CONTROL.

           PERFORM 90200-VERIFICAR-TRANSFERENCIAS
           THRU 90200-F-VERIFICAR-TRANSFERENCIAS.

       14000-F-GRABAR-TRAILER.
           EXIT.

      *-----------------------------------------------------------
      * REESCRIBE ORDENES-PERMANENTES.TXT CON LA CABECERA HDR DE
      * HOY Y LAS ORDENES EN EL MISMO ORDEN EN QUE SE LEYERON, CON
      * SU ESTADO Y FECHA DE ULTIMA TRANSFERENCIA AL DIA.
      *-----------------------------------------------------------
       15000-GRABAR-ORDENES.

           OPEN OUTPUT ORDENES-PERMANENTES.

           IF NOT ORDENES-OK THEN
               MOVE "APERTURA"                TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-ORDENES                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES           TO REG-ORDEN-CABECERA.
           MOVE "HDR"            TO ORD-CAB-MARCA.
           MOVE WS-FECHA-PROCESO TO ORD-CAB-FECHA-PROCESO.

           WRITE REG-ORDEN-CABECERA.

           IF NOT ORDENES-OK THEN
               MOVE "ESCRITURA"               TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-ORDENES                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 15100-GRABAR-UNA-ORDEN
           THRU 15100-F-GRABAR-UNA-ORDEN
           VARYING WS-IDX-ORDEN FROM 1 BY 1
           UNTIL WS-IDX-ORDEN > WS-ORDENES-CANT.

           CLOSE ORDENES-PERMANENTES.

           IF NOT ORDENES-OK THEN
               MOVE "CIERRE"                  TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-ORDENES                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       15000-F-GRABAR-ORDENES.
           EXIT.

       15100-GRABAR-UNA-ORDEN.

           MOVE WS-ORDENES-TABLA (WS-IDX-ORDEN) TO REG-ORDEN.

           WRITE REG-ORDEN.

           IF NOT ORDENES-OK THEN
               MOVE "ESCRITURA"               TO WS-ABEND-OPERACION
               MOVE "ORDENES-PERMANENTES.TXT" TO WS-ABEND-FICHERO
               MOVE FS-ORDENES                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       15100-F-GRABAR-UNA-ORDEN.
           EXIT.

      *-----------------------------------------------------------
      * EXAMINA UNA ORDEN CONTRA CADA FECHA CANDIDATA, DE LA MAS
      * VIEJA A HOY, PARA QUE LA FECHA DE ULTIMA TRANSFERENCIA
      * QUEDE SIEMPRE EN LA MAS RECIENTE. UNA ORDEN YA SUSPENDIDA
      * SOLO SE CUENTA; UNA QUE SE SUSPENDE EN LA VUELTA CORTA
      * EL RECORRIDO.
      *-----------------------------------------------------------
       20000-EXAMINAR-ORDEN.

           ADD 1 TO WS-CONT-ORDENES.

           IF ORD-SUSPENDIDA (WS-IDX-ORDEN) THEN
               ADD 1 TO WS-CONT-YA-SUSPENDIDAS
           ELSE
               PERFORM 20100-VERIFICAR-FECHA
               THRU 20100-F-VERIFICAR-FECHA
               VARYING WS-SUB-FECHA FROM WS-FECHAS-CANT BY -1
               UNTIL WS-SUB-FECHA = ZEROES
                  OR ORD-SUSPENDIDA (WS-IDX-ORDEN)
           END-IF.

       20000-F-EXAMINAR-ORDEN.
           EXIT.

      *-----------------------------------------------------------
      * DECIDE SI LA ORDEN VENCE EN LA FECHA CANDIDATA: DENTRO DE
      * SU VIGENCIA, POSTERIOR A LA ULTIMA TRANSFERENCIA GENERADA
      * Y EN EL DIA QUE PIDE SU FRECUENCIA. UNA FRECUENCIA
      * DESCONOCIDA SUSPENDE LA ORDEN.
      *-----------------------------------------------------------
       20100-VERIFICAR-FECHA.

           IF NOT ORD-FRECUENCIA-VALIDA (WS-IDX-ORDEN) THEN
               MOVE WS-FEC-FECHA (WS-SUB-FECHA) TO INF-FECHA-PREVISTA
               MOVE "SUSPENDIDA: FRECUENCIA INVALIDA"
                    TO WS-MOTIVO-ORDEN
               PERFORM 20400-SUSPENDER-ORDEN
               THRU 20400-F-SUSPENDER-ORDEN
           ELSE
               IF WS-FEC-FECHA (WS-SUB-FECHA)
                     >= WS-ORD-FECHA-DESDE (WS-IDX-ORDEN)
                 AND (WS-ORD-FECHA-HASTA (WS-IDX-ORDEN) = ZEROES
                   OR WS-FEC-FECHA (WS-SUB-FECHA)
                        <= WS-ORD-FECHA-HASTA (WS-IDX-ORDEN))
                 AND WS-FEC-FECHA (WS-SUB-FECHA)
                       > WS-ORD-FECHA-ULTIMA (WS-IDX-ORDEN) THEN
                   EVALUATE TRUE
                       WHEN ORD-MENSUAL (WS-IDX-ORDEN)
                           IF WS-FEC-DIA (WS-SUB-FECHA)
                                 = WS-ORD-DIA (WS-IDX-ORDEN)
                             OR (WS-ORD-DIA (WS-IDX-ORDEN)
                                   > WS-FEC-DIAS-MES (WS-SUB-FECHA)
                               AND WS-FEC-DIA (WS-SUB-FECHA)
                                   = WS-FEC-DIAS-MES (WS-SUB-FECHA))
                           THEN
                               PERFORM 20200-PROCESAR-VENCIMIENTO
                               THRU 20200-F-PROCESAR-VENCIMIENTO
                           END-IF
                       WHEN ORD-SEMANAL (WS-IDX-ORDEN)
                           IF WS-FEC-DIA-SEMANA (WS-SUB-FECHA)
                                 = WS-ORD-DIA (WS-IDX-ORDEN) THEN
                               PERFORM 20200-PROCESAR-VENCIMIENTO
                               THRU 20200-F-PROCESAR-VENCIMIENTO
                           END-IF
                       WHEN ORD-FECHA-FIJA (WS-IDX-ORDEN)
                           IF WS-FEC-FECHA (WS-SUB-FECHA)
                                 = WS-ORD-FECHA-DESDE (WS-IDX-ORDEN)
                           THEN
                               PERFORM 20200-PROCESAR-VENCIMIENTO
                               THRU 20200-F-PROCESAR-VENCIMIENTO
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       20100-F-VERIFICAR-FECHA.
           EXIT.

      *-----------------------------------------------------------
      * VENCIMIENTO DE LA ORDEN EN LA FECHA CANDIDATA: CONTROLA LAS
      * DOS CUENTAS EN EL MAESTRO Y GENERA EL PAR DE MOVIMIENTOS,
      * SUSPENDE LA ORDEN (CUENTA INEXISTENTE O CERRADA) O RETIENE
      * SOLO ESTE VENCIMIENTO (ORIGEN BLOQUEADO O INACTIVO, QUE
      * CCCACT NO DEJARIA DEBITAR).
      *-----------------------------------------------------------
       20200-PROCESAR-VENCIMIENTO.

           MOVE WS-FEC-FECHA (WS-SUB-FECHA) TO INF-FECHA-PREVISTA.
           SET CUENTAS-ORDEN-VALIDAS TO TRUE.
           MOVE SPACES TO WS-MOTIVO-ORDEN.

           IF HAY-MAESTRO THEN
               MOVE WS-ORD-CLIENTE-ORIGEN (WS-IDX-ORDEN)
                    TO WS-CONS-CLIENTE
               MOVE WS-ORD-SUCURSAL-ORIGEN (WS-IDX-ORDEN)
                    TO WS-CONS-SUCURSAL
               PERFORM 20300-CONSULTAR-CUENTA
               THRU 20300-F-CONSULTAR-CUENTA
               MOVE WS-CONS-ESTADO TO WS-ESTADO-ORIGEN

               MOVE WS-ORD-CLIENTE-DESTINO (WS-IDX-ORDEN)
                    TO WS-CONS-CLIENTE
               MOVE WS-ORD-SUCURSAL-DESTINO (WS-IDX-ORDEN)
                    TO WS-CONS-SUCURSAL
               PERFORM 20300-CONSULTAR-CUENTA
               THRU 20300-F-CONSULTAR-CUENTA
               MOVE WS-CONS-ESTADO TO WS-ESTADO-DESTINO

               EVALUATE TRUE
                   WHEN WS-ESTADO-ORIGEN = SPACE
                       SET CUENTAS-ORDEN-SUSPENDEN TO TRUE
                       MOVE "SUSPENDIDA: ORIGEN INEXISTENTE"
                            TO WS-MOTIVO-ORDEN
                   WHEN WS-ESTADO-ORIGEN = "C"
                       SET CUENTAS-ORDEN-SUSPENDEN TO TRUE
                       MOVE "SUSPENDIDA: ORIGEN CERRADA"
                            TO WS-MOTIVO-ORDEN
                   WHEN WS-ESTADO-DESTINO = SPACE
                       SET CUENTAS-ORDEN-SUSPENDEN TO TRUE
                       MOVE "SUSPENDIDA: DESTINO INEXISTENTE"
                            TO WS-MOTIVO-ORDEN
                   WHEN WS-ESTADO-DESTINO = "C"
                       SET CUENTAS-ORDEN-SUSPENDEN TO TRUE
                       MOVE "SUSPENDIDA: DESTINO CERRADA"
                            TO WS-MOTIVO-ORDEN
                   WHEN WS-ESTADO-ORIGEN = "B"
                       SET CUENTAS-ORDEN-RETIENEN TO TRUE
                       MOVE "NO GENERADA: ORIGEN BLOQUEADA"
                            TO WS-MOTIVO-ORDEN
                   WHEN WS-ESTADO-ORIGEN = "I"
                       SET CUENTAS-ORDEN-RETIENEN TO TRUE
                       MOVE "NO GENERADA: ORIGEN INACTIVA"
                            TO WS-MOTIVO-ORDEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN CUENTAS-ORDEN-SUSPENDEN
                   PERFORM 20400-SUSPENDER-ORDEN
                   THRU 20400-F-SUSPENDER-ORDEN
               WHEN CUENTAS-ORDEN-RETIENEN
                   ADD 1 TO WS-CONT-RETENIDAS
                   PERFORM 20600-INFORMAR-ORDEN
                   THRU 20600-F-INFORMAR-ORDEN
               WHEN OTHER
                   PERFORM 20500-GENERAR-TRANSFERENCIA
                   THRU 20500-F-GENERAR-TRANSFERENCIA
           END-EVALUATE.

       20200-F-PROCESAR-VENCIMIENTO.
           EXIT.

      *-----------------------------------------------------------
      * BUSCA LA CUENTA WS-CONS-CLIENTE/SUCURSAL EN EL MAESTRO Y
      * DEJA SU ESTADO EN WS-CONS-ESTADO (BLANCO SI NO FIGURA).
      *-----------------------------------------------------------
       20300-CONSULTAR-CUENTA.

           MOVE SPACE TO WS-CONS-ESTADO.

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
                   MOVE WS-MAESTRO-ESTADO (WS-IDX-MAESTRO)
                        TO WS-CONS-ESTADO
           END-SEARCH.

       20300-F-CONSULTAR-CUENTA.
           EXIT.

       20400-SUSPENDER-ORDEN.

           MOVE "S" TO WS-ORD-ESTADO (WS-IDX-ORDEN).
           ADD 1 TO WS-CONT-SUSPENDIDAS.

           PERFORM 20600-INFORMAR-ORDEN
           THRU 20600-F-INFORMAR-ORDEN.

       20400-F-SUSPENDER-ORDEN.
           EXIT.

      *-----------------------------------------------------------
      * GENERA EL PAR DE LA TRANSFERENCIA: DEBITO 101 NEGATIVO EN
      * LA CUENTA ORIGEN Y CREDITO 201 EN LA CUENTA DESTINO, CON
      * LA FECHA DE HOY (EL VENCIMIENTO CORRIDO AL DIA HABIL) Y LA
      * MONEDA DE LA ORDEN, QUE CCCACT CONVIERTE A PESOS.
      *-----------------------------------------------------------
       20500-GENERAR-TRANSFERENCIA.

           MOVE WS-ORD-CLIENTE-ORIGEN (WS-IDX-ORDEN)  TO TRF-CLIENTE.
           MOVE WS-ORD-SUCURSAL-ORIGEN (WS-IDX-ORDEN) TO TRF-SUCURSAL.
           MOVE "TRF"                                 TO TRF-CODIGO.
           MOVE WS-FECHA-PROCESO                      TO TRF-FECHA.
           MOVE WS-HORA-HHMMSS                        TO TRF-HORA.
           COMPUTE TRF-IMPORTE = WS-ORD-IMPORTE (WS-IDX-ORDEN) * -1.
           MOVE "101"                                 TO TRF-TIPO.
           MOVE WS-ORD-MONEDA (WS-IDX-ORDEN)          TO TRF-MONEDA.

           PERFORM 20510-GRABAR-MOVIMIENTO
           THRU 20510-F-GRABAR-MOVIMIENTO.

           MOVE WS-ORD-CLIENTE-DESTINO (WS-IDX-ORDEN) TO TRF-CLIENTE.
           MOVE WS-ORD-SUCURSAL-DESTINO (WS-IDX-ORDEN)
                TO TRF-SUCURSAL.
           MOVE WS-ORD-IMPORTE (WS-IDX-ORDEN)         TO TRF-IMPORTE.
           MOVE "201"                                 TO TRF-TIPO.

           PERFORM 20510-GRABAR-MOVIMIENTO
           THRU 20510-F-GRABAR-MOVIMIENTO.

           MOVE WS-FEC-FECHA (WS-SUB-FECHA)
                TO WS-ORD-FECHA-ULTIMA (WS-IDX-ORDEN).
           ADD 1 TO WS-CONT-GENERADAS.

           MOVE "GENERADA" TO WS-MOTIVO-ORDEN.
           PERFORM 20600-INFORMAR-ORDEN
           THRU 20600-F-INFORMAR-ORDEN.

       20500-F-GENERAR-TRANSFERENCIA.
           EXIT.

       20510-GRABAR-MOVIMIENTO.

           WRITE REG-TRANSFERENCIA FROM WS-REG-SALIDA.

           PERFORM 90200-VERIFICAR-TRANSFERENCIAS
           THRU 90200-F-VERIFICAR-TRANSFERENCIAS.

           ADD 1 TO WS-CONT-MOVIMIENTOS.
           ADD TRF-IMPORTE TO WS-SUMA-IMPORTES.

       20510-F-GRABAR-MOVIMIENTO.
           EXIT.

       20600-INFORMAR-ORDEN.

           MOVE WS-ORD-NUMERO (WS-IDX-ORDEN) TO INF-ORDEN.
           MOVE WS-ORD-CLIENTE-ORIGEN (WS-IDX-ORDEN)
                TO INF-CLIENTE-ORIGEN.
           MOVE WS-ORD-SUCURSAL-ORIGEN (WS-IDX-ORDEN)
                TO INF-SUCURSAL-ORIGEN.
           MOVE WS-ORD-CLIENTE-DESTINO (WS-IDX-ORDEN)
                TO INF-CLIENTE-DESTINO.
           MOVE WS-ORD-SUCURSAL-DESTINO (WS-IDX-ORDEN)
                TO INF-SUCURSAL-DESTINO.
           MOVE WS-ORD-IMPORTE (WS-IDX-ORDEN) TO INF-IMPORTE.
           MOVE WS-ORD-MONEDA (WS-IDX-ORDEN)  TO INF-MONEDA.
           MOVE WS-MOTIVO-ORDEN               TO INF-RESULTADO.

           WRITE REG-INFORME FROM WS-LINEA-INFORME
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

       20600-F-INFORMAR-ORDEN.
           EXIT.

       30000-FIN-PGM.

           WRITE REG-INFORME FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 2 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-ORDENES TO WS-TOT-ORDENES.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-ORDENES
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-GENERADAS TO WS-TOT-GENERADAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-GENERADAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-SUSPENDIDAS TO WS-TOT-SUSPENDIDAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-SUSPENDIDAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-RETENIDAS TO WS-TOT-RETENIDAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-RETENIDAS
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           MOVE WS-CONT-YA-SUSPENDIDAS TO WS-TOT-YA-SUSPENDIDAS.
           WRITE REG-INFORME FROM WS-LINEA-TOTAL-YA-SUSP
           AFTER ADVANCING 1 LINES.

           PERFORM 90100-VERIFICAR-INFORME
           THRU 90100-F-VERIFICAR-INFORME.

           CLOSE TRANSFERENCIAS.
           IF NOT TRANSFERENCIAS-OK THEN
               MOVE "CIERRE"                 TO WS-ABEND-OPERACION
               MOVE "TRANSFERENCIAS-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TRANSF                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE INFORME.
           IF NOT INFORME-OK THEN
               MOVE "CIERRE"                     TO WS-ABEND-OPERACION
               MOVE "INFORME-TRANSFERENCIAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME                   TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "CCCTRF -- ORDENES EN FICHERO..: "
                   WS-CONT-ORDENES.
           DISPLAY "CCCTRF -- TRANSF. GENERADAS...: "
                   WS-CONT-GENERADAS.
           DISPLAY "CCCTRF -- ORDENES SUSPENDIDAS.: "
                   WS-CONT-SUSPENDIDAS.
           DISPLAY "CCCTRF -- VENCIM. RETENIDOS...: "
                   WS-CONT-RETENIDAS.
           DISPLAY "CCCTRF -- MOVIMIENTOS EMITIDOS: "
                   WS-CONT-MOVIMIENTOS.

       30000-F-FIN-PGM.
           EXIT.

       90100-VERIFICAR-INFORME.

           IF NOT INFORME-OK THEN
               MOVE "ESCRITURA"                  TO WS-ABEND-OPERACION
               MOVE "INFORME-TRANSFERENCIAS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INFORME                   TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90100-F-VERIFICAR-INFORME.
           EXIT.

       90200-VERIFICAR-TRANSFERENCIAS.

           IF NOT TRANSFERENCIAS-OK THEN
               MOVE "ESCRITURA"              TO WS-ABEND-OPERACION
               MOVE "TRANSFERENCIAS-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-TRANSF                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90200-F-VERIFICAR-TRANSFERENCIAS.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UN ERROR DE E/S INESPERADO, CON EL
      * MISMO ESQUEMA Y RETURN-CODE QUE CCCACT.
      *-----------------------------------------------------------
       90000-ABEND-ERROR-FICHERO.

           DISPLAY "*** CCCTRF -- ABEND POR ERROR DE E/S ***".
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
      * ABEND CONTROLADO POR UN ERROR DE CONTROL (ORDENES YA
      * GENERADAS PARA LA FECHA), CON EL RETURN-CODE 12 DE LOS
      * ERRORES DE CONTROL DE CCCACT. NO SE TOCA NINGUN FICHERO NI
      * SE REGISTRA LA CORRIDA, QUE TODAVIA NO SE ANOTO EN EL
      * CONTROL DE CORRIDAS.
      *-----------------------------------------------------------
       90300-ABEND-ERROR-CONTROL.

           DISPLAY "*** CCCTRF -- ABEND POR ERROR DE CONTROL ***".
           DISPLAY "FICHERO.......: ORDENES-PERMANENTES.TXT".
           DISPLAY "MOTIVO........: " WS-CTL-MOTIVO.

           MOVE 12 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90300-F-ABEND-ERROR-CONTROL.
           EXIT.

       END PROGRAM CCCTRF.
