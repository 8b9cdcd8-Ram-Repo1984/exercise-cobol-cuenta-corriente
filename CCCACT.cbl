           ASSIGN TO "DESCUBIERTOS-CCC.TXT"
           FILE STATUS IS FS-DESCUB.

           SELECT EMBARGOS-CCC ASSIGN TO "EMBARGOS-CCC.TXT"
           FILE STATUS IS FS-EMBARGOS.

           SELECT INFORME-EMBARGOS
           ASSIGN TO "INFORME-EMBARGOS.TXT"
           FILE STATUS IS FS-INF-EMB.

           SELECT PLAZOS-CLEARING ASSIGN TO "PLAZOS-CLEARING.TXT"
           FILE STATUS IS FS-PLAZOS.

           SELECT FONDOS-RETENIDOS
           ASSIGN TO "FONDOS-RETENIDOS.TXT"
           FILE STATUS IS FS-FONDOS.

           SELECT INFORME-CLEARING
           ASSIGN TO "INFORME-CLEARING.TXT"
           FILE STATUS IS FS-INF-CLR.

           SELECT IMPUESTO-CCC ASSIGN TO "IMPUESTO-CCC.TXT"
           FILE STATUS IS FS-IMPUESTO.

           SELECT EXENCIONES-IMPUESTO
           ASSIGN TO "EXENCIONES-IMPUESTO.TXT"
           FILE STATUS IS FS-EXENCION.

           SELECT ALERTAS-CCC ASSIGN TO "ALERTAS-CCC.TXT"
           FILE STATUS IS FS-ALERTAS.


           SELECT ENTRADA-ORDENADA ASSIGN TO "CCCACT-ORDENADA.WRK"
           FILE STATUS IS FS-ORDENADA.

           SELECT CCCACT-ORDEN-ORIGEN ASSIGN TO "CCCACT-ORDORI.WRK".

           SELECT ORIGEN-ORDENADA ASSIGN TO "CCCACT-ORIGEN.WRK"
           FILE STATUS IS FS-ORIG-ORD.

           SELECT ACUSES-TRABAJO ASSIGN TO "CCCACT-ACUSES.WRK"
           FILE STATUS IS FS-ACU-TRAB.

           SELECT ACUSE-ORIGEN ASSIGN DYNAMIC WS-NOMBRE-ACUSE
           FILE STATUS IS FS-ACUSE.

           SELECT CONTROL-CORRIDAS
           ASSIGN TO "CONTROL-CORRIDAS-CCC.TXT"
           FILE STATUS IS FS-CTL-CORRIDAS.

           SELECT CICLO-CCC ASSIGN TO "CICLO-CCC.TXT"
           FILE STATUS IS FS-CICLO.

           SELECT CICLOS-TRABAJO ASSIGN TO "CCCACT-CICLOS.WRK"
           FILE STATUS IS FS-CIC-TRAB.
       I-O-CONTROL.

       DATA DIVISION.

       FD SALIDA
          RECORDING MODE F.
       01 REG-SALIDA                         PIC X(250).

       FD SALIDA-CSV
          RECORDING MODE F.
      *---------------------------------------------------------
      * MAESTRO DE CUENTAS: UNA FICHA POR CLIENTE/SUCURSAL CON EL
      * NOMBRE DEL TITULAR, EL ESTADO DE LA CUENTA (A=ACTIVA,
      * B=BLOQUEADA, C=CERRADA, I=INACTIVA) Y LA FECHA DE
      * APERTURA. SE CARGA
      * ENTERO EN MEMORIA AL INICIO DE LA CORRIDA PARA ENRIQUECER
      * EL LISTADO Y DETECTAR MOVIMIENTOS DE CUENTAS DESCONOCIDAS.
      *---------------------------------------------------------
      * LA CORRIDA DIARIA PARA QUE CADA CUENTA ABRA DESDE EL SALDO
      * CON QUE CERRO LA CORRIDA ANTERIOR, Y SE REESCRIBE AL FINAL
      * CON LOS SALDOS DE CIERRE DE HOY (INCLUIDAS LAS CUENTAS SIN
      * MOVIMIENTOS, QUE ARRASTRAN SU SALDO SIN CAMBIOS). JUNTO AL
      * SALDO CONTABLE VA EL SALDO DISPONIBLE, QUE NO INCLUYE LOS
      * CHEQUES DEPOSITADOS TODAVIA EN CLEARING.
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
      *    LA CABECERA HDR LLEVA LA FECHA DE PROCESO EN
      *    SALDO-FECHA-ULTIMO Y EL NUMERO DE CICLO QUE LO ESCRIBIO
      *    (CERO EN LA CORRIDA UNICA DEL DIA).
       01 REG-SALDO-CABECERA.
           05 SALDO-CAB-MARCA                PIC X(10).
           05 SALDO-CAB-CICLO                PIC 9(02).
           05 FILLER                         PIC X(48).

      *---------------------------------------------------------
      * INFORME DE MOVIMIENTOS SOBRE CUENTAS QUE NO FIGURAN EN EL
          RECORDING MODE F.
       01 REG-DESCUBIERTO                    PIC X(120).

      *---------------------------------------------------------
      * OFICIOS DE EMBARGO JUDICIAL QUE MANTIENE LEGALES: CUENTA
      * EMBARGADA, NUMERO DE OFICIO, IMPORTE ORDENADO E IMPORTE
      * YA RETENIDO (EN PESOS) Y LA CUENTA JUDICIAL DE DESTINO.
      * DE LOS CREDITOS 201/203 DE LA CUENTA SE TRANSFIERE A LA
      * CUENTA JUDICIAL, CON UN PAR DE MOVIMIENTOS EMB, HASTA
      * CUBRIR LO ORDENADO, EN EL ORDEN DEL FICHERO SI LA CUENTA
      * TIENE MAS DE UN OFICIO. LA CORRIDA DIARIA SIN FILTROS LO
      * REESCRIBE CON LO RETENIDO AL DIA Y UNA CABECERA HDR CON SU
      * FECHA DE PROCESO, QUE CUMPLE LA MISMA FUNCION QUE LA DE
      * SALDOS-CCC.TXT. EL FICHERO QUE LEGALES CARGA A MANO SIN
      * CABECERA SE LEE IGUAL.
      *---------------------------------------------------------
       FD EMBARGOS-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 76 CHARACTERS.
       01 REG-EMBARGO.
           05 EMB-CLIENTE                    PIC X(10).
           05 EMB-SUCURSAL                   PIC 9(06).
           05 EMB-OFICIO                     PIC X(12).
           05 EMB-IMPORTE-ORDENADO           PIC 9(12)V9(04).
           05 EMB-IMPORTE-RETENIDO           PIC 9(12)V9(04).
           05 EMB-JUDICIAL-CLIENTE           PIC X(10).
           05 EMB-JUDICIAL-SUCURSAL          PIC 9(06).
       01 REG-EMBARGO-CABECERA.
           05 EMB-CAB-MARCA                  PIC X(10).
           05 EMB-CAB-FECHA-PROCESO          PIC 9(08).
           05 EMB-CAB-CICLO                  PIC 9(02).
           05 FILLER                         PIC X(56).

      *---------------------------------------------------------
      * INFORME DIARIO DE EMBARGOS PARA LEGALES: CADA RETENCION
      * DEL DIA CON SU CREDITO DE ORIGEN Y SU CUENTA JUDICIAL, Y
      * LOS OFICIOS QUE QUEDARON CUBIERTOS EN LA FECHA.
      *---------------------------------------------------------
       FD INFORME-EMBARGOS
          RECORDING MODE F.
       01 REG-INFORME-EMBARGO                PIC X(120).

      *---------------------------------------------------------
      * PLAZOS DE CLEARING DE LOS DEPOSITOS DE CHEQUES (203), EN
      * DIAS HABILES DEL CALENDARIO BANCARIO, POR CODIGO DE
      * MOVIMIENTO (CHEQUE PROPIO, DE OTRO BANCO, DE OTRA PLAZA).
      * EL REGISTRO CON CODIGO EN BLANCO ES EL PLAZO DE LOS
      * CODIGOS NO LISTADOS. LO MANTIENE OPERACIONES EDITANDO EL
      * FICHERO; SU AUSENCIA (O PLAZO CERO) ACREDITA EL DEPOSITO
      * DISPONIBLE EN EL ACTO, COMO HASTA AHORA.
      *---------------------------------------------------------
       FD PLAZOS-CLEARING
          RECORDING MODE IS F
          RECORD CONTAINS 5 CHARACTERS.
       01 REG-PLAZO-CLEARING.
           05 PLZ-CODIGO                     PIC X(03).
           05 PLZ-DIAS                       PIC 9(02).

      *---------------------------------------------------------
      * FONDOS RETENIDOS EN CLEARING: UN REGISTRO POR DEPOSITO DE
      * CHEQUE TODAVIA NO LIBERADO, CON SU IMPORTE EN PESOS Y LA
      * FECHA EN QUE SE LIBERA. LA CORRIDA DIARIA LIBERA AL INICIO
      * LOS QUE VENCEN HOY O ANTES (PASAN AL SALDO DISPONIBLE),
      * AGREGA LOS DEPOSITOS DEL DIA Y CANCELA LOS CHEQUES QUE
      * VUELVEN RECHAZADOS (902) ANTES DE LIBERARSE. LA CORRIDA
      * SIN FILTROS LO REESCRIBE CON LOS PENDIENTES Y UNA CABECERA
      * HDR CON SU FECHA DE PROCESO, QUE CUMPLE LA MISMA FUNCION
      * QUE LA DE SALDOS-CCC.TXT.
      *---------------------------------------------------------
       FD FONDOS-RETENIDOS
          RECORDING MODE IS F
          RECORD CONTAINS 57 CHARACTERS.
       01 REG-FONDO-RETENIDO.
           05 FRT-CLIENTE                    PIC X(10).
           05 FRT-SUCURSAL                   PIC 9(06).
           05 FRT-CODIGO                     PIC X(03).
           05 FRT-FECHA-DEPOSITO             PIC 9(08).
           05 FRT-HORA                       PIC 9(06).
           05 FRT-IMPORTE                    PIC 9(12)V9(04).
           05 FRT-FECHA-LIBERACION           PIC 9(08).
       01 REG-FONDO-CABECERA.
           05 FRT-CAB-MARCA                  PIC X(10).
           05 FRT-CAB-FECHA-PROCESO          PIC 9(08).
           05 FRT-CAB-CICLO                  PIC 9(02).
           05 FILLER                         PIC X(37).

      *---------------------------------------------------------
      * INFORME DIARIO DE CLEARING PARA RIESGOS: CHEQUES RETENIDOS
      * EN EL DIA, RETENCIONES LIBERADAS, CHEQUES RECHAZADOS ANTES
      * DE LIBERARSE Y DEBITOS QUE SUPERAN EL SALDO DISPONIBLE MAS
      * EL LIMITE AUTORIZADO DE LIMITES-CCC.TXT.
      *---------------------------------------------------------
       FD INFORME-CLEARING
          RECORDING MODE F.
       01 REG-INFORME-CLEARING               PIC X(120).

      *---------------------------------------------------------
      * TASAS DEL IMPUESTO A LOS DEBITOS Y CREDITOS BANCARIOS, EN
      * TANTO POR UNO (0,006000 = 0,6%): UNA PARA LOS DEBITOS Y
      * OTRA PARA LOS CREDITOS. LAS CAMBIA IMPUESTOS EDITANDO EL
      * FICHERO, SIN TOCAR EL PROGRAMA. SU AUSENCIA DEJA LA
      * CORRIDA SIN GENERAR EL IMPUESTO.
      *---------------------------------------------------------
       FD IMPUESTO-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 14 CHARACTERS.
       01 REG-IMPUESTO-CCC.
           05 IMP-TASA-DEBITO                PIC 9(01)V9(06).
           05 IMP-TASA-CREDITO               PIC 9(01)V9(06).

      *---------------------------------------------------------
      * CUENTAS EXENTAS O CON TASA REDUCIDA DEL IMPUESTO: "E" NO
      * PAGA EL IMPUESTO; "R" LO PAGA A LAS TASAS DEL REGISTRO EN
      * LUGAR DE LAS GENERALES. LA CUENTA QUE NO FIGURA PAGA LAS
      * TASAS GENERALES DE IMPUESTO-CCC.TXT.
      *---------------------------------------------------------
       FD EXENCIONES-IMPUESTO
          RECORDING MODE IS F
          RECORD CONTAINS 31 CHARACTERS.
       01 REG-EXENCION-IMPUESTO.
           05 EXE-CLIENTE                    PIC X(10).
           05 EXE-SUCURSAL                   PIC 9(06).
           05 EXE-TIPO                       PIC X(01).
           05 EXE-TASA-DEBITO                PIC 9(01)V9(06).
           05 EXE-TASA-CREDITO               PIC 9(01)V9(06).

      *---------------------------------------------------------
      * ALERTAS PARA CUMPLIMIENTO: MOVIMIENTOS SUELTOS SOBRE EL
      * UMBRAL Y CUENTAS CUYO ACUMULADO DEL DIA SUPERA EL SUYO.
      * MODO, LA ENTRADA, LOS FILTROS USADOS, LOS CONTADORES
      * FINALES, EL TOTAL GENERAL, EL RETURN-CODE Y LOS
      * TIMESTAMPS DE INICIO Y FIN. ES LA EVIDENCIA CON QUE SE
      * CERTIFICA EL MES ANTES DEL EXTRACTO (VER CCCBIT). LA
      * CORRIDA DIARIA EN CICLOS DEJA ADEMAS SU NUMERO DE CICLO Y
      * SI ES PARCIAL (P) O EL CIERRE DEL DIA (C); LA CORRIDA
      * UNICA DEL DIA LLEVA CICLO CERO Y TIPO EN BLANCO.
      *---------------------------------------------------------
       FD BITACORA-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 146 CHARACTERS.
       01 REG-BITACORA.
           05 BIT-FECHA-PROCESO              PIC 9(08).
           05 BIT-MODO                       PIC X(01).
           05 BIT-FIN-FECHA                  PIC 9(08).
           05 BIT-FIN-HORA                   PIC 9(06).
           05 BIT-DUPLICADOS-FORZADOS        PIC X(01).
           05 BIT-CICLO                      PIC 9(02).
           05 BIT-CICLO-TIPO                 PIC X(01).

      *---------------------------------------------------------
      * FICHERO DE CONTROL DEL MODO DE DUPLICADOS FORZADOS: SU
      *---------------------------------------------------------
       FD SALIDA-SUC
          RECORDING MODE F.
       01 REG-SALIDA-SUC                     PIC X(250).

      *---------------------------------------------------------
      * RESUMEN GERENCIAL DE UNA PAGINA: TODAS LAS SUCURSALES
      * SIN RECORRER LOS LISTADOS VIEJOS. CADA REGISTRO LLEVA
      * ADEMAS LA FECHA DE PROCESO DE LA CORRIDA QUE LO CARGO, QUE
      * ES LO QUE DISTINGUE EL REENVIO DE UNA CORRIDA ANTERIOR DE
      * UN MOVIMIENTO REPETIDO LEGITIMO DEL MISMO DIA, Y EL
      * NUMERO DE CICLO QUE LO CARGO (CERO EN LA CORRIDA UNICA
      * DEL DIA), QUE HACE LO MISMO ENTRE CICLOS DE UNA FECHA.
      *---------------------------------------------------------
       FD HISTORIAL-CCC.
       01 REG-HISTORIAL.
           05 HIST-IMPORTE                   PIC S9(12)V9(04).
           05 HIST-IMPORTE-PESOS             PIC S9(14)V9(04).
           05 HIST-FECHA-CARGA               PIC 9(08).
           05 HIST-CICLO-CARGA               PIC 9(02).

      *---------------------------------------------------------
      * FICHERO DE TRABAJO DEL SORT QUE ORDENA, EN EL MODO DE
          RECORD CONTAINS 55 CHARACTERS.
       01 REG-ENTRADA-ORDENADA               PIC X(55).

      *---------------------------------------------------------
      * SORT DE LA CORRIDA DIARIA MULTIORIGEN: EL MISMO ORDEN DE
      * CCCACT-ORDEN, PERO CADA MOVIMIENTO VIAJA CON EL NUMERO DE
      * SU SISTEMA DE ORIGEN EN LA TABLA DE ORIGENES, PARA QUE AL
      * FINAL CADA UNO RECIBA SU ACUSE.
      *---------------------------------------------------------
       SD CCCACT-ORDEN-ORIGEN.
       01 SRO-REG-CCCACT.
           05 SRO-MOVIMIENTO.
               10 SRO-CLIENTE                PIC X(10).
               10 SRO-SUCURSAL               PIC 9(06).
               10 SRO-CODIGO                 PIC X(03).
               10 SRO-FECHA                  PIC 9(08).
               10 SRO-HORA                   PIC 9(06).
               10 FILLER                     PIC X(22).
           05 SRO-ORIGEN                     PIC 9(02).

      *---------------------------------------------------------
      * NUMERO DE ORIGEN DE CADA MOVIMIENTO DE CCCACT-ORDENADA.WRK,
      * EN EL MISMO ORDEN: EL REGISTRO N DE ESTE FICHERO ES EL
      * ORIGEN DEL REGISTRO N DE LA ENTRADA ORDENADA, QUE ASI
      * CONSERVA EL LAYOUT DE REG-CCCACT.
      *---------------------------------------------------------
       FD ORIGEN-ORDENADA
          RECORDING MODE IS F
          RECORD CONTAINS 2 CHARACTERS.
       01 REG-ORIGEN-ORDENADA                PIC 9(02).

      *---------------------------------------------------------
      * ANOTACION DE LO QUE LE PASO A CADA MOVIMIENTO DE UN
      * SISTEMA DE ORIGEN (ACEPTADO, RECHAZADO, DUPLICADO O
      * FILTRADO) CON EL CODIGO Y EL TEXTO DEL MOTIVO. SE ABRE EN
      * EXTEND EN EL RESTART COMO LOS DEMAS INFORMES, Y LA
      * SECUENCIA (NUMERO DE MOVIMIENTO LEIDO) PERMITE DESCARTAR
      * LOS QUE EL RESTART VUELVE A ANOTAR.
      *---------------------------------------------------------
       FD ACUSES-TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 100 CHARACTERS.
       01 REG-ACUSE-TRABAJO.
           05 ACT-SECUENCIA                  PIC 9(08).
           05 ACT-ORIGEN                     PIC 9(02).
           05 ACT-ESTADO                     PIC X(01).
           05 ACT-COD-MOTIVO                 PIC 9(03).
           05 ACT-MOTIVO                     PIC X(30).
           05 ACT-MOVIMIENTO                 PIC X(55).
           05 ACT-MOV-DETALLE REDEFINES ACT-MOVIMIENTO.
               10 FILLER                     PIC X(33).
               10 ACT-IMPORTE                PIC S9(12)V9(04).
               10 FILLER                     PIC X(06).
           05 FILLER                         PIC X(01).

      *---------------------------------------------------------
      * ACUSE DE RECIBO DE UN SISTEMA DE ORIGEN, ACUSE-<SISTEMA>
      * .TXT: HDR CON LA FECHA DE PROCESO Y EL SISTEMA, UN DET POR
      * MOVIMIENTO RECIBIDO (EL REGISTRO TAL COMO LLEGO, ESTADO Y
      * MOTIVO) Y UN TRL CON CANTIDAD E IMPORTE POR ESTADO, QUE
      * SUMADOS DAN LO QUE EL ORIGEN INFORMO EN SU PROPIO TRL.
      *---------------------------------------------------------
       FD ACUSE-ORIGEN
          RECORDING MODE IS F
          RECORD CONTAINS 140 CHARACTERS.
       01 REG-ACUSE                          PIC X(140).

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

      *---------------------------------------------------------
      * TARJETA DE CICLO DE LA CORRIDA DIARIA: CUANDO LA FECHA SE
      * PROCESA EN VARIOS CICLOS (MANANA, MEDIODIA, CIERRE), CADA
      * CORRIDA TRAE SU NUMERO DE CICLO, CORRELATIVO DESDE 01, Y
      * SI ES UN CICLO PARCIAL (P) O EL DE CIERRE DEL DIA (C). SU
      * AUSENCIA ES LA CORRIDA UNICA DEL DIA DE SIEMPRE.
      *---------------------------------------------------------
       FD CICLO-CCC
          RECORDING MODE IS F
          RECORD CONTAINS 3 CHARACTERS.
       01 REG-CICLO.
           05 CIC-NUMERO                     PIC 9(02).
           05 CIC-TIPO                       PIC X(01).
             88 CIC-PARCIAL                      VALUE "P".
             88 CIC-CIERRE                       VALUE "C".

      *---------------------------------------------------------
      * ACUMULADOS DEL DIA QUE UN CICLO PARCIAL LE PASA AL
      * SIGUIENTE: UN REGISTRO T CON LA FECHA, EL ULTIMO CICLO
      * SUMADO, LOS CONTADORES, EL TOTAL GENERAL Y LOS TOTALES POR
      * TIPO Y POR MONEDA, Y UN REGISTRO A POR CADA ASIENTO DE LA
      * INTERFAZ CONTABLE. EL CICLO DE CIERRE LOS SUMA A LOS
      * SUYOS PARA LOS TOTALES CONSOLIDADOS Y LA INTERFAZ DEL DIA.
      *---------------------------------------------------------
       FD CICLOS-TRABAJO
          RECORDING MODE IS F
          RECORD CONTAINS 801 CHARACTERS.
       01 REG-ARRASTRE-TOTALES.
           05 ARR-TIPO-REG                   PIC X(01).
             88 ARR-ES-TOTALES                   VALUE "T".
             88 ARR-ES-ASIENTO                   VALUE "A".
           05 ARR-FECHA-PROCESO              PIC 9(08).
           05 ARR-CICLO                      PIC 9(02).
           05 ARR-LEIDOS                     PIC 9(08).
           05 ARR-EXCEPCIONES                PIC 9(08).
           05 ARR-FILTRADOS                  PIC 9(08).
           05 ARR-CTAS-RECHAZADAS            PIC 9(08).
           05 ARR-REVERSAS-PEND              PIC 9(08).
           05 ARR-DUPLICADOS                 PIC 9(08).
           05 ARR-IMPUESTOS                  PIC 9(08).
           05 ARR-TOTAL-GENERAL              PIC S9(14)V9(04).
           05 ARR-TOTALES-TIPO.
               10 ARR-TOTALES-TIPO-CANT          PIC 9(03).
               10 ARR-TOTALES-TIPO-TABLA OCCURS 20 TIMES
                                         INDEXED BY ARR-IDX-TIPO.
                   15 ARR-TOTALES-TIPO-COD          PIC X(03).
                   15 ARR-TOTALES-TIPO-IMPORTE      PIC S9(14)V9(04).
           05 ARR-TOTALES-MONEDA.
               10 ARR-TOTALES-MONEDA-CANT        PIC 9(03).
               10 ARR-TOTALES-MONEDA-TABLA OCCURS 10 TIMES
                                         INDEXED BY ARR-IDX-MONEDA.
                   15 ARR-TOTALES-MONEDA-COD        PIC X(03).
                   15 ARR-TOTALES-MONEDA-MOVS       PIC 9(08).
                   15 ARR-TOTALES-MONEDA-IMP        PIC S9(14)V9(04).
       01 REG-ARRASTRE-ASIENTO.
           05 ARR-ASI-TIPO-REG               PIC X(01).
           05 ARR-ASI-SUCURSAL               PIC 9(06).
           05 ARR-ASI-TIPO                   PIC X(03).
           05 ARR-ASI-MONEDA                 PIC X(03).
           05 ARR-ASI-IMPORTE                PIC S9(14)V9(04).
           05 FILLER                         PIC X(770).

       WORKING-STORAGE SECTION.
      *---------------------------------------------
      *---------------------------------------------

       01 WS-FILE-STATUS.
           05 FS-CTL-CORRIDAS               PIC X(02).
             88 CTL-CORRIDAS-OK                 VALUE "00".
             88 CTL-CORRIDAS-NO-EXISTE          VALUE "35".
             88 EOF-CTL-CORRIDAS                VALUE "10".
           05 FS-ENTRADA                    PIC X(02).
             88 ENTRADA-OK                      VALUE "00".
             88 EOF-ENTRADA                     VALUE "10".
             88 EOF-PARM                        VALUE "10".
           05 FS-ORDENADA                   PIC X(02).
             88 ORDENADA-OK                     VALUE "00".
           05 FS-ORIG-ORD                   PIC X(02).
             88 ORIGEN-ORDENADO-OK              VALUE "00".
           05 FS-ACU-TRAB                   PIC X(02).
             88 ACUSES-TRABAJO-OK               VALUE "00".
             88 ACUSES-TRABAJO-NO-EXISTE        VALUE "35".
             88 EOF-ACUSES-TRABAJO              VALUE "10".
           05 FS-ACUSE                      PIC X(02).
             88 ACUSE-OK                        VALUE "00".
           05 FS-MAESTRO                    PIC X(02).
             88 MAESTRO-OK                      VALUE "00".
             88 MAESTRO-NO-EXISTE               VALUE "35".
             88 SALIDA-SUC-NO-EXISTE            VALUE "35".
           05 FS-RESUMEN                    PIC X(02).
             88 RESUMEN-OK                      VALUE "00".
             88 RESUMEN-NO-EXISTE               VALUE "35".
           05 FS-BITACORA                   PIC X(02).
             88 BITACORA-OK                     VALUE "00".
             88 BITACORA-NO-EXISTE              VALUE "35".
             88 FORZAR-NO-EXISTE                VALUE "35".
           05 FS-DUPLIC                     PIC X(02).
             88 DUPLICADOS-OK                   VALUE "00".
           05 FS-EMBARGOS                   PIC X(02).
             88 EMBARGOS-OK                     VALUE "00".
             88 EMBARGOS-NO-EXISTE              VALUE "35".
             88 EOF-EMBARGOS                    VALUE "10".
           05 FS-INF-EMB                    PIC X(02).
             88 INFORME-EMBARGOS-OK             VALUE "00".
             88 INFORME-EMBARGOS-NO-EXISTE      VALUE "35".
           05 FS-PLAZOS                     PIC X(02).
             88 PLAZOS-OK                       VALUE "00".
             88 PLAZOS-NO-EXISTE                VALUE "35".
             88 EOF-PLAZOS                      VALUE "10".
           05 FS-FONDOS                     PIC X(02).
             88 FONDOS-OK                       VALUE "00".
             88 FONDOS-NO-EXISTE                VALUE "35".
             88 EOF-FONDOS                      VALUE "10".
           05 FS-INF-CLR                    PIC X(02).
             88 INFORME-CLEARING-OK             VALUE "00".
             88 INFORME-CLEARING-NO-EXISTE      VALUE "35".
           05 FS-IMPUESTO                   PIC X(02).
             88 IMPUESTO-OK                     VALUE "00".
             88 IMPUESTO-NO-EXISTE              VALUE "35".
             88 EOF-IMPUESTO                    VALUE "10".
           05 FS-EXENCION                   PIC X(02).
             88 EXENCIONES-OK                   VALUE "00".
             88 EXENCIONES-NO-EXISTE            VALUE "35".
             88 EOF-EXENCIONES                  VALUE "10".
           05 FS-CICLO                      PIC X(02).
             88 CICLO-OK                        VALUE "00".
             88 CICLO-NO-EXISTE                 VALUE "35".
             88 EOF-CICLO                       VALUE "10".
           05 FS-CIC-TRAB                   PIC X(02).
             88 CIC-TRAB-OK                     VALUE "00".
             88 CIC-TRAB-NO-EXISTE              VALUE "35".
             88 EOF-CIC-TRAB                    VALUE "10".

      *---------------------------------------------
      * VARIABLES PARA EL ABEND CONTROLADO POR ERRORES DE E/S: SE
           05 WS-HIST-IMP-PESOS-CAND        PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-HIST-FECHA-CARGA-CAND      PIC 9(08) VALUE ZEROES.
           05 WS-HIST-CICLO-CARGA-CAND      PIC 9(02) VALUE ZEROES.

      *---------------------------------------------
      * VARIABLES DEL MODO DISTRIBUCION: LA TABLA DE SUCURSALES
               10 WS-LIMITES-SUCURSAL       PIC 9(06).
               10 WS-LIMITES-IMPORTE        PIC 9(12)V9(04).

      *---------------------------------------------
      * VARIABLES Y TABLAS DE LOS EMBARGOS JUDICIALES: LA TABLA
      * CON LOS OFICIOS DE EMBARGOS-CCC.TXT, CUYO IMPORTE RETENIDO
      * SE VA ACTUALIZANDO EN MEMORIA, Y LA DE RETENCIONES DEL
      * DIA, QUE ALIMENTA EL INFORME PARA LEGALES AL FINAL DE LA
      * CORRIDA Y LOS MOVIMIENTOS EMB QUE POSTEA 13800. AMBAS SE
      * ARMAN DENTRO DE 13100, POR LO QUE UN RESTART LAS
      * RECONSTRUYE AL REAPLICAR LOS SALTEADOS. SOLO
      * SE USAN EN LA CORRIDA DIARIA SIN FILTROS, QUE ES LA QUE
      * REESCRIBE SALDOS-CCC.TXT.
      *---------------------------------------------

       01 WS-CONTROL-EMBARGOS.
           05 WS-SW-HAY-EMBARGOS            PIC X(01) VALUE "N".
             88 HAY-EMBARGOS                    VALUE "S".
           05 WS-SW-EMB-GENERAR             PIC X(01) VALUE "N".
             88 HAY-EMB-A-GENERAR               VALUE "S".
             88 NO-HAY-EMB-A-GENERAR            VALUE "N".
           05 WS-SW-EMB-CHEQUE              PIC X(01) VALUE "N".
             88 EMB-CHEQUE-RETENIDO             VALUE "S".
             88 EMB-CHEQUE-LIBRE                VALUE "N".
           05 WS-MARCA-EMBARGOS             PIC X(10) VALUE SPACES.
             88 ES-CABECERA-EMBARGOS            VALUE "HDR".
           05 WS-EMB-DISPONIBLE             PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-EMB-PENDIENTE              PIC 9(12)V9(04)
                VALUE ZEROES.
           05 WS-EMB-RETENCION              PIC 9(12)V9(04)
                VALUE ZEROES.
           05 WS-EMB-RETENCION-MOV          PIC 9(14)V9(04)
                VALUE ZEROES.
           05 WS-EMB-RET-DESDE              PIC 9(05) VALUE ZEROES.
           05 WS-EMB-AUX-ORIGEN             PIC X(55) VALUE SPACES.
           05 WS-EMB-PESOS-ORIGEN           PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-EMB-MONEDA-ORIGEN          PIC X(03) VALUE SPACES.
           05 WS-EMB-NOMBRE-ORIGEN          PIC X(30) VALUE SPACES.
           05 WS-CONT-RETENCIONES           PIC 9(08) VALUE ZEROES.
           05 WS-CONT-OFICIOS-CUBIERTOS     PIC 9(08) VALUE ZEROES.
           05 WS-TOTAL-RETENIDO             PIC 9(14)V9(04)
                VALUE ZEROES.

       01 WS-TABLA-EMBARGOS.
           05 WS-EMBARGOS-CANT              PIC 9(05) VALUE ZEROES.
           05 WS-EMBARGOS-TABLA OCCURS 5000 TIMES
                                INDEXED BY WS-IDX-EMBARGO.
               10 WS-EMB-CLIENTE            PIC X(10).
               10 WS-EMB-SUCURSAL           PIC 9(06).
               10 WS-EMB-OFICIO             PIC X(12).
               10 WS-EMB-ORDENADO           PIC 9(12)V9(04).
               10 WS-EMB-RETENIDO           PIC 9(12)V9(04).
               10 WS-EMB-JUD-CLIENTE        PIC X(10).
               10 WS-EMB-JUD-SUCURSAL       PIC 9(06).
               10 WS-EMB-SW-CUBIERTO        PIC X(01).
                 88 EMB-CUBIERTO-HOY            VALUE "S".
                 88 EMB-NO-CUBIERTO-HOY         VALUE "N".

       01 WS-TABLA-RETENCIONES.
           05 WS-RETENCIONES-CANT           PIC 9(05) VALUE ZEROES.
           05 WS-RETENCIONES-TABLA OCCURS 20000 TIMES
                                INDEXED BY WS-IDX-RETENCION.
               10 WS-RET-SUB-EMBARGO        PIC 9(05).
               10 WS-RET-FECHA              PIC 9(08).
               10 WS-RET-CREDITO            PIC S9(14)V9(04).
               10 WS-RET-IMPORTE            PIC 9(12)V9(04).

      *---------------------------------------------
      * VARIABLES Y TABLAS DEL CLEARING DE CHEQUES: LOS PLAZOS POR
      * CODIGO DE PLAZOS-CLEARING.TXT, EL SALDO DISPONIBLE CORRIDO
      * DE LA CUENTA ACTUAL (PARALELO A WS-SALDO-ACTUAL), LA TABLA
      * DE FONDOS RETENIDOS (LOS PENDIENTES DE FONDOS-RETENIDOS.TXT
      * MAS LOS DEPOSITOS DEL DIA, CON SU ESTADO) Y LA DE DEBITOS
      * QUE SUPERAN EL DISPONIBLE MAS EL LIMITE. LOS DEPOSITOS, LOS
      * RECHAZOS Y LOS DEBITOS SE REGISTRAN DENTRO DE 13100, POR LO
      * QUE UN RESTART LOS RECONSTRUYE AL REAPLICAR LOS SALTEADOS;
      * EL INFORME Y EL FICHERO SE GRABAN RECIEN AL FINAL.
      *---------------------------------------------

       01 WS-CONTROL-CLEARING.
           05 WS-SW-HAY-PLAZOS              PIC X(01) VALUE "N".
             88 HAY-PLAZOS                      VALUE "S".
           05 WS-SW-DEPOSITO                PIC X(01) VALUE "N".
             88 DEPOSITO-RETENIDO               VALUE "S".
             88 DEPOSITO-NO-RETENIDO            VALUE "N".
           05 WS-SW-CHEQUE                  PIC X(01) VALUE "N".
             88 CHEQUE-RECHAZADO                VALUE "S".
             88 CHEQUE-NO-RECHAZADO             VALUE "N".
           05 WS-MARCA-FONDOS               PIC X(10) VALUE SPACES.
             88 ES-CABECERA-FONDOS              VALUE "HDR".
           05 WS-DISPONIBLE-ACTUAL          PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-CLR-PLAZO                  PIC 9(02) VALUE ZEROES.
           05 WS-CLR-DIAS-CONTADOS          PIC 9(02) VALUE ZEROES.
           05 WS-CLR-FECHA-MOVIMIENTO       PIC 9(08) VALUE ZEROES.
           05 WS-CLR-FECHA-LIBERACION       PIC 9(08) VALUE ZEROES.
           05 WS-CLR-CLIENTE                PIC X(10) VALUE SPACES.
           05 WS-CLR-SUCURSAL               PIC 9(06) VALUE ZEROES.
           05 WS-CLR-IMPORTE                PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-CLR-DISPONIBLE-LIMITE      PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-CLR-SECCION                PIC X(01) VALUE SPACE.
             88 SECCION-RETENIDOS               VALUE "N".
             88 SECCION-LIBERADOS               VALUE "L".
             88 SECCION-RECHAZADOS              VALUE "R".
           05 WS-CONT-FONDOS-NUEVOS         PIC 9(08) VALUE ZEROES.
           05 WS-CONT-FONDOS-LIBERADOS      PIC 9(08) VALUE ZEROES.
           05 WS-CONT-CHEQUES-RECHAZADOS    PIC 9(08) VALUE ZEROES.
           05 WS-CONT-SOBRE-DISPONIBLE      PIC 9(08) VALUE ZEROES.
           05 WS-TOTAL-FONDOS-PENDIENTES    PIC 9(14)V9(04)
                VALUE ZEROES.

       01 WS-TABLA-PLAZOS.
           05 WS-PLAZOS-CANT                PIC 9(03) VALUE ZEROES.
           05 WS-PLAZOS-TABLA OCCURS 100 TIMES
                                INDEXED BY WS-IDX-PLAZO.
               10 WS-PLZ-CODIGO             PIC X(03).
               10 WS-PLZ-DIAS               PIC 9(02).

       01 WS-TABLA-FONDOS.
           05 WS-FONDOS-CANT                PIC 9(05) VALUE ZEROES.
           05 WS-FONDOS-TABLA OCCURS 20000 TIMES
                                INDEXED BY WS-IDX-FONDO.
               10 WS-FON-CLIENTE            PIC X(10).
               10 WS-FON-SUCURSAL           PIC 9(06).
               10 WS-FON-CODIGO             PIC X(03).
               10 WS-FON-FECHA-DEPOSITO     PIC 9(08).
               10 WS-FON-HORA               PIC 9(06).
               10 WS-FON-IMPORTE            PIC 9(12)V9(04).
               10 WS-FON-FECHA-LIBERACION   PIC 9(08).
               10 WS-FON-FECHA-RECHAZO      PIC 9(08).
               10 WS-FON-ESTADO             PIC X(01).
                 88 FON-PENDIENTE               VALUE "P".
                 88 FON-LIBERADO                VALUE "L".
                 88 FON-RECHAZADO               VALUE "R".
               10 WS-FON-SW-NUEVO           PIC X(01).
                 88 FON-NUEVO-HOY               VALUE "S".
                 88 FON-ANTERIOR                VALUE "N".

       01 WS-TABLA-SOBREGIROS.
           05 WS-SOBREGIROS-CANT            PIC 9(05) VALUE ZEROES.
           05 WS-SOBREGIROS-TABLA OCCURS 10000 TIMES
                                INDEXED BY WS-IDX-SOBREGIRO.
               10 WS-SOB-CLIENTE            PIC X(10).
               10 WS-SOB-SUCURSAL           PIC 9(06).
               10 WS-SOB-FECHA              PIC 9(08).
               10 WS-SOB-TIPO               PIC X(03).
               10 WS-SOB-IMPORTE            PIC S9(14)V9(04).
               10 WS-SOB-DISPONIBLE         PIC S9(14)V9(04).
               10 WS-SOB-LIMITE             PIC 9(12)V9(04).
               10 WS-SOB-SW-LIMITE          PIC X(01).
                 88 SOB-CON-LIMITE              VALUE "S".
                 88 SOB-SIN-LIMITE              VALUE "N".

      *---------------------------------------------
      * VARIABLES DEL IMPUESTO A LOS DEBITOS Y CREDITOS: LAS TASAS
      * GENERALES DE IMPUESTO-CCC.TXT, LA TABLA DE EXENCIONES Y
      * TASAS REDUCIDAS POR CUENTA Y EL AREA DONDE SE GUARDA EL
      * MOVIMIENTO DE ORIGEN MIENTRAS SE PROCESA SU 103.
      *---------------------------------------------

       01 WS-CONTROL-IMPUESTO.
           05 WS-SW-HAY-IMPUESTO            PIC X(01) VALUE "N".
             88 HAY-IMPUESTO                    VALUE "S".
           05 WS-SW-IMPUESTO-APLICA         PIC X(01) VALUE "N".
             88 IMPUESTO-APLICA                 VALUE "S".
             88 IMPUESTO-NO-APLICA              VALUE "N".
           05 WS-IMP-TASA-DEBITO            PIC 9(01)V9(06)
                VALUE ZEROES.
           05 WS-IMP-TASA-CREDITO           PIC 9(01)V9(06)
                VALUE ZEROES.
           05 WS-IMP-TASA                   PIC 9(01)V9(06)
                VALUE ZEROES.
           05 WS-IMP-BASE                   PIC 9(14)V9(04)
                VALUE ZEROES.
           05 WS-IMP-IMPORTE                PIC 9(14)V9(02)
                VALUE ZEROES.
           05 WS-CONT-IMPUESTOS             PIC 9(08) VALUE ZEROES.
           05 WS-IMP-AUX-ORIGEN             PIC X(55) VALUE SPACES.
           05 WS-IMP-PESOS-ORIGEN           PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-IMP-MONEDA-ORIGEN          PIC X(03) VALUE SPACES.

       01 WS-TABLA-EXENCIONES.
           05 WS-EXENCIONES-CANT            PIC 9(05) VALUE ZEROES.
           05 WS-EXENCIONES-TABLA OCCURS 10000 TIMES
                                INDEXED BY WS-IDX-EXENCION.
               10 WS-EXE-CLIENTE            PIC X(10).
               10 WS-EXE-SUCURSAL           PIC 9(06).
               10 WS-EXE-TIPO               PIC X(01).
                 88 EXE-EXENTA                  VALUE "E".
                 88 EXE-REDUCIDA                VALUE "R".
               10 WS-EXE-TASA-DEBITO        PIC 9(01)V9(06).
               10 WS-EXE-TASA-CREDITO       PIC 9(01)V9(06).

      *---------------------------------------------
      * VARIABLES DE LAS ALERTAS DE CUMPLIMIENTO: LOS UMBRALES
      * TOMADOS DE UMBRALES-CCC.TXT Y EL ACUMULADO POR
               10 WS-SALDOS-SUCURSAL        PIC 9(06).
               10 WS-SALDOS-IMPORTE         PIC S9(14)V9(04).
               10 WS-SALDOS-FECHA           PIC 9(08).
               10 WS-SALDOS-DISPONIBLE      PIC S9(14)V9(04).

      *---------------------------------------------
      * VARIABLES PARA LA VALIDACION DE TIPO E IMPORTE.
             88 MOVIMIENTO-VALIDO              VALUE "S".
             88 MOVIMIENTO-INVALIDO            VALUE "N".
           05 WS-MOTIVO-EXCEPCION           PIC X(30) VALUE SPACES.
           05 WS-COD-MOTIVO-EXCEPCION       PIC 9(03) VALUE ZEROES.
           05 WS-IMPORTE-MAXIMO             PIC S9(12)V9(04)
                VALUE 99999999,9999.
           05 WS-IMPORTE-MINIMO             PIC S9(12)V9(04)
             88 CUENTA-ACTIVA                   VALUE "A".
             88 CUENTA-BLOQUEADA                VALUE "B".
             88 CUENTA-CERRADA                  VALUE "C".
             88 CUENTA-INACTIVA                 VALUE "I".
           05 WS-NOMBRE-CLIENTE             PIC X(30) VALUE SPACES.
           05 WS-MOTIVO-CUENTA              PIC X(30) VALUE SPACES.
           05 WS-COD-MOTIVO-CUENTA          PIC 9(03) VALUE ZEROES.
           05 WS-MAESTRO-SUB-NUEVO          PIC 9(05) VALUE ZEROES.

       01 WS-TABLA-MAESTRO.
             88 PROCESANDO-REPROCESO            VALUE "S".
             88 SIN-FASE-REPROCESO              VALUE "N".

      *---------------------------------------------
      * VARIABLES DE LOS ACUSES POR SISTEMA DE ORIGEN DE LA CORRIDA
      * MULTIORIGEN. CADA SISTEMA (EL NOMBRE DE ORIGEN DE SU HDR)
      * OCUPA UNA ENTRADA DE LA TABLA CON LO QUE INFORMO EN SU TRL;
      * SI MANDA MAS DE UN FICHERO, SUS TRL SE SUMAN. EL NUMERO DE
      * ENTRADA VIAJA CON CADA MOVIMIENTO A TRAVES DEL SORT. LOS
      * CODIGOS DE MOTIVO SON 000 ACEPTADO, 1NN EXCEPCION DE
      * 20100, 2NN CUENTA RECHAZADA EN 20150, 301 DUPLICADO DE
      * OTRA CORRIDA Y 401 FUERA DEL FILTRO DE LA CORRIDA.
      *---------------------------------------------

       01 WS-CONTROL-ACUSES.
           05 WS-ORIGEN-MOVIMIENTO          PIC 9(02) VALUE ZEROES.
           05 WS-ORIGEN-ACTUAL              PIC 9(02) VALUE ZEROES.
           05 WS-SW-ORIGEN-ORDENADO         PIC X(01) VALUE "N".
             88 LEYENDO-ORIGEN-ORDENADO         VALUE "S".
             88 SIN-ORIGEN-ORDENADO             VALUE "N".
           05 WS-SW-FIN-ORDEN-ORIGEN        PIC X(01) VALUE "N".
             88 FIN-ORDEN-ORIGEN                VALUE "S".
             88 NO-FIN-ORDEN-ORIGEN             VALUE "N".
           05 WS-ACU-ESTADO                 PIC X(01) VALUE SPACES.
             88 ACU-ACEPTADO                    VALUE "A".
             88 ACU-RECHAZADO                   VALUE "R".
             88 ACU-DUPLICADO                   VALUE "D".
             88 ACU-FILTRADO                    VALUE "F".
           05 WS-ACU-COD-MOTIVO             PIC 9(03) VALUE ZEROES.
           05 WS-ACU-MOTIVO                 PIC X(30) VALUE SPACES.
           05 WS-ACU-MOTIVO-DUPLICADO.
               10 FILLER                    PIC X(22)
                    VALUE "YA CARGADO EN CORRIDA ".
               10 WS-ACU-DUP-FECHA          PIC 9(08) VALUE ZEROES.
           05 WS-ACU-ULTIMA-SECUENCIA       PIC 9(08) VALUE ZEROES.
           05 WS-ACU-SISTEMA                PIC X(08) VALUE SPACES.
           05 FILLER REDEFINES WS-ACU-SISTEMA.
               10 WS-ACU-SISTEMA-CAR        PIC X(01)
                  OCCURS 8 TIMES INDEXED BY WS-IDX-ACU-SIS.
           05 WS-NOMBRE-ACUSE               PIC X(30) VALUE SPACES.
           05 FILLER REDEFINES WS-NOMBRE-ACUSE.
               10 WS-ACU-NOMBRE-CAR         PIC X(01)
                  OCCURS 30 TIMES INDEXED BY WS-IDX-ACU-NOM.
           05 WS-ACU-SUFIJO                 PIC X(04) VALUE ".TXT".
           05 FILLER REDEFINES WS-ACU-SUFIJO.
               10 WS-ACU-SUFIJO-CAR         PIC X(01)
                  OCCURS 4 TIMES INDEXED BY WS-IDX-ACU-SUF.
           05 WS-ACU-CICLO.
               10 FILLER                    PIC X(02) VALUE "-C".
               10 WS-ACU-CICLO-NUMERO       PIC 9(02) VALUE ZEROES.
           05 FILLER REDEFINES WS-ACU-CICLO.
               10 WS-ACU-CICLO-CAR          PIC X(01)
                  OCCURS 4 TIMES INDEXED BY WS-IDX-ACU-CIC.
           05 WS-SW-ACUSE-CUADRA            PIC X(01) VALUE "S".
             88 ACUSE-CUADRA                    VALUE "S".
             88 ACUSE-NO-CUADRA                 VALUE "N".
           05 WS-ACU-CANT-TOTAL             PIC 9(08) VALUE ZEROES.
           05 WS-ACU-IMP-TOTAL              PIC S9(14)V9(04)
                VALUE ZEROES.
           05 WS-ACU-TOTALES.
               10 WS-ACU-CANT-ACEPTADOS     PIC 9(08).
               10 WS-ACU-IMP-ACEPTADOS      PIC S9(14)V9(04).
               10 WS-ACU-CANT-RECHAZADOS    PIC 9(08).
               10 WS-ACU-IMP-RECHAZADOS     PIC S9(14)V9(04).
               10 WS-ACU-CANT-DUPLICADOS    PIC 9(08).
               10 WS-ACU-IMP-DUPLICADOS     PIC S9(14)V9(04).
               10 WS-ACU-CANT-FILTRADOS     PIC 9(08).
               10 WS-ACU-IMP-FILTRADOS      PIC S9(14)V9(04).

       01 WS-TABLA-ORIGENES.
           05 WS-ORIGENES-CANT              PIC 9(02) VALUE ZEROES.
           05 WS-ORIGENES-TABLA OCCURS 20 TIMES
              INDEXED BY WS-IDX-ORIGEN.
               10 WS-ORI-SISTEMA            PIC X(08).
               10 WS-ORI-FICHEROS           PIC 9(02).
               10 WS-ORI-CANT-INF           PIC 9(08).
               10 WS-ORI-IMPORTE-INF        PIC S9(14)V9(04).

      *---------------------------------------------
      * VISTA DEL REGISTRO DE ACUSE: LA MARCA Y LAS VISTAS DE
      * CABECERA, DETALLE Y TRAILER.
      *---------------------------------------------

       01 WS-REG-ACUSE.
           05 ACU-MARCA                     PIC X(03).
           05 ACU-DATOS                     PIC X(137).
           05 ACU-CABECERA REDEFINES ACU-DATOS.
               10 ACU-FECHA-PROCESO         PIC 9(08).
               10 ACU-SISTEMA               PIC X(08).
               10 ACU-CANT-FICHEROS         PIC 9(02).
               10 ACU-PROGRAMA              PIC X(08).
               10 FILLER                    PIC X(111).
           05 ACU-DETALLE REDEFINES ACU-DATOS.
               10 ACU-MOVIMIENTO            PIC X(55).
               10 ACU-ESTADO                PIC X(01).
               10 ACU-COD-MOTIVO            PIC 9(03).
               10 ACU-MOTIVO                PIC X(30).
               10 FILLER                    PIC X(48).
           05 ACU-TRAILER REDEFINES ACU-DATOS.
               10 ACU-CANT-INFORMADA        PIC 9(08).
               10 ACU-IMP-INFORMADO         PIC S9(14)V9(04).
               10 ACU-CANT-ACEPTADOS        PIC 9(08).
               10 ACU-IMP-ACEPTADOS         PIC S9(14)V9(04).
               10 ACU-CANT-RECHAZADOS       PIC 9(08).
               10 ACU-IMP-RECHAZADOS        PIC S9(14)V9(04).
               10 ACU-CANT-DUPLICADOS       PIC 9(08).
               10 ACU-IMP-DUPLICADOS        PIC S9(14)V9(04).
               10 ACU-CANT-FILTRADOS        PIC 9(08).
               10 ACU-IMP-FILTRADOS         PIC S9(14)V9(04).
               10 ACU-CUADRA                PIC X(01).
               10 FILLER                    PIC X(06).

      *---------------------------------------------
      * VARIABLES PARA DETECTAR, EN EL EXTRACTO MENSUAL, EL CAMBIO
      * DE CLIENTE/SUCURSAL/FECHA QUE CIERRA UN SUBTOTAL DIARIO Y
           05 WS-ETIQ-AVISO-FILTROS2        PIC X(23)
                VALUE "SALDOS-CCC NI HISTORIAL".

       01 WS-LINEA-TOTALES-CICLO.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(12)
                VALUE "TOTALES DEL ".
           05 WS-TOT-CICLO-LEYENDA          PIC X(26).

       01 WS-LINEA-TOTALES-DIA.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(28)
                VALUE "TOTALES CONSOLIDADOS DEL DIA".
           05 FILLER                       PIC X(16)
                VALUE " -- CICLOS 01 A ".
           05 WS-TOT-DIA-HASTA              PIC 9(02).

      *---------------------------------------------------------
      * LINEAS DEL LISTADO POR SUCURSAL Y DEL RESUMEN GERENCIAL.
      *---------------------------------------------------------
               10 WS-RESUMEN-MES            PIC 9(02).
               10 FILLER                    PIC X(01) VALUE "/".
               10 WS-RESUMEN-ANIO           PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-RESUMEN-CICLO              PIC X(26) VALUE SPACES.

       01 WS-COLUMNAS-RESUMEN.
           05 FILLER                       PIC X(02) VALUE SPACES.
               10 FILLER                    PIC 9(02).
           05 WS-FECHA-FIN                  PIC 9(08) VALUE ZEROES.

      *---------------------------------------------
      * VARIABLES DE LOS CICLOS DEL DIA: EL CICLO DE ESTA CORRIDA
      * SEGUN CICLO-CCC.TXT (CERO Y TIPO EN BLANCO SI LA FECHA SE
      * CORRE UNA SOLA VEZ), EL ULTIMO CICLO PARCIAL LIMPIO DE LA
      * FECHA SEGUN LA BITACORA, LA LEYENDA DEL CICLO PARA LAS
      * CABECERAS Y LOS CONTADORES PROPIOS DEL CICLO, QUE SON LOS
      * QUE VAN A LA BITACORA CUANDO LOS TOTALES YA QUEDARON
      * SUMADOS A LOS DE LOS CICLOS ANTERIORES.
      *---------------------------------------------

       01 WS-CONTROL-CICLOS.
           05 WS-CICLO-NUMERO               PIC 9(02) VALUE ZEROES.
           05 WS-CICLO-TIPO                 PIC X(01) VALUE SPACES.
             88 CICLO-PARCIAL                   VALUE "P".
             88 CICLO-CIERRE                    VALUE "C".
             88 SIN-CICLOS                      VALUE SPACES.
           05 WS-CICLO-ULTIMO               PIC 9(02) VALUE ZEROES.
           05 WS-SW-CICLO-ANTERIOR          PIC X(01) VALUE "N".
             88 HAY-CICLO-ANTERIOR              VALUE "S".
             88 NO-HAY-CICLO-ANTERIOR           VALUE "N".
           05 WS-SW-TOTALES-DIA             PIC X(01) VALUE "N".
             88 TOTALES-CONSOLIDADOS            VALUE "S".
             88 TOTALES-DEL-CICLO               VALUE "N".
           05 WS-CICLO-LEYENDA.
               10 FILLER                    PIC X(06) VALUE "CICLO ".
               10 WS-LEY-CICLO-NUMERO       PIC 9(02) VALUE ZEROES.
               10 FILLER                    PIC X(04) VALUE " -- ".
               10 WS-LEY-CICLO-TIPO         PIC X(14) VALUE SPACES.
           05 WS-CICLO-LEIDOS               PIC 9(08) VALUE ZEROES.
           05 WS-CICLO-EXCEPCIONES          PIC 9(08) VALUE ZEROES.
           05 WS-CICLO-FILTRADOS            PIC 9(08) VALUE ZEROES.
           05 WS-CICLO-TOTAL-GENERAL        PIC S9(14)V9(04)
                VALUE ZEROES.

      *--------------------------------------------------
      * ARMADO DE CABECERAS, TITULOS Y COLUMNAS DE DATOS.
      *--------------------------------------------------
           05 FILLER                       PIC X(16) VALUE SPACES.
           05 WS-NOMBRE-BANCO              PIC X(14)
                   VALUE "BANCO: GALICIA".
           05 FILLER                       PIC X(30) VALUE SPACES.
           05 WS-SUB-CICLO                 PIC X(26) VALUE SPACES.
           05 FILLER                       PIC X(34) VALUE SPACES.
           05 WS-FECHA-SISTEMA.
               10 WS-DIA                   PIC 9(02) VALUE ZEROES.
               10 FILLER                   PIC X(01) VALUE "/".
           05 FILLER                       PIC X(10).
           05 COLUMNA-IMP-PESOS            PIC X(13)
                 VALUE "IMPORTE PESOS".
           05 FILLER                       PIC X(13).
           05 COLUMNA-DISPONIBLE           PIC X(10)
                 VALUE "DISPONIBLE".


       01 WS-DATOS-CCCACT.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DATO-IMP-PESOS
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DATO-DISPONIBLE
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
      *------ 237
      *--------------------------><--------><---------------------------

       01 LINEA-TITULO-PRINCIPAL           PIC X(250) VALUE SPACES.

      *---------------------------------------------------------
      * LINEA DEL EXPORT EN FORMATO DELIMITADO (CSV) CON LOS
                VALUE "MOVIMIENTOS DUPLICADOS..".
           05 WS-TOT-DUPLICADOS             PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-IMPUESTOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "IMPUESTOS GENERADOS.....".
           05 WS-TOT-IMPUESTOS              PIC ZZZ.ZZZ.ZZ9.

      *---------------------------------------------------------
      * LINEAS DEL INFORME DIARIO DE DESCUBIERTOS PARA RIESGOS.
      *---------------------------------------------------------
                VALUE "CUENTAS SOBRE LIMITE....".
           05 WS-TOT-SOBRE-LIMITE           PIC ZZZ.ZZZ.ZZ9.

      *---------------------------------------------------------
      * LINEAS DEL INFORME DIARIO DE EMBARGOS PARA LEGALES.
      *---------------------------------------------------------

       01 WS-CABECERA-EMBARGOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(36)
                VALUE "RETENCIONES POR EMBARGO JUDICIAL -- ".
           05 FILLER                       PIC X(16)
                VALUE "FECHA DE PROCESO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CAB-EMB-FECHA              PIC 9(08).

       01 WS-COLUMNAS-EMBARGOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "SUCURSAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "OFICIO".
           05 FILLER                       PIC X(08) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "FECHA".
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "IMPORTE CREDITO".
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(16)
                VALUE "IMPORTE RETENIDO".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "CUENTA JUDICIAL".

       01 WS-LINEA-RETENCION.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 RET-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 RET-OFICIO                    PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-FECHA                     PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-CREDITO
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 RET-IMPORTE
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 RET-JUD-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 RET-JUD-SUCURSAL              PIC 9(06).

       01 WS-TITULO-CUBIERTOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(29)
                VALUE "OFICIOS CUBIERTOS EN LA FECHA".

       01 WS-COLUMNAS-CUBIERTOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "SUCURSAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE "OFICIO".
           05 FILLER                       PIC X(15) VALUE SPACES.
           05 FILLER                       PIC X(16)
                VALUE "IMPORTE ORDENADO".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(15)
                VALUE "CUENTA JUDICIAL".

       01 WS-LINEA-CUBIERTO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CUB-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 CUB-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 CUB-OFICIO                    PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 CUB-ORDENADO
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 CUB-JUD-CLIENTE               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 CUB-JUD-SUCURSAL              PIC 9(06).

       01 WS-LINEA-TOTAL-RETENCIONES.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "RETENCIONES DEL DIA.....".
           05 WS-TOT-RETENCIONES            PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-RETENIDO.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "IMPORTE RETENIDO........".
           05 WS-TOT-RETENIDO
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

       01 WS-LINEA-TOTAL-CUBIERTOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "OFICIOS CUBIERTOS.......".
           05 WS-TOT-CUBIERTOS              PIC ZZZ.ZZZ.ZZ9.

      *---------------------------------------------------------
      * LINEAS DEL INFORME DIARIO DE CLEARING PARA RIESGOS.
      *---------------------------------------------------------

       01 WS-CABECERA-CLEARING.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(38)
                VALUE "FONDOS EN CLEARING -- FECHA DE PROCESO".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CAB-CLR-FECHA              PIC 9(08).

       01 WS-TITULO-CLEARING.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 WS-TIT-CLR-TEXTO              PIC X(40).

       01 WS-COLUMNAS-FONDOS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "SUCURSAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(03) VALUE "COD".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "DEPOSITO".
           05 FILLER                       PIC X(17) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "IMPORTE".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(10)
                VALUE "LIBERACION".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "RECHAZO".

       01 WS-LINEA-FONDO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FON-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FON-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FON-CODIGO                    PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FON-FECHA-DEPOSITO            PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FON-IMPORTE
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FON-FECHA-LIBERACION          PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FON-FECHA-RECHAZO             PIC X(08).

       01 WS-COLUMNAS-SOBREGIROS.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(11)
                VALUE "COD-CLIENTE".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(08) VALUE "SUCURSAL".
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE "FECHA".
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE "TIPO".
           05 FILLER                       PIC X(18) VALUE SPACES.
           05 FILLER                       PIC X(07) VALUE "IMPORTE".
           05 FILLER                       PIC X(09) VALUE SPACES.
           05 FILLER                       PIC X(17)
                VALUE "DISPONIBLE POSTER".
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(17)
                VALUE "LIMITE AUTORIZADO".

       01 WS-LINEA-SOBREGIRO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SOB-CLIENTE                   PIC X(10).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 SOB-SUCURSAL                  PIC 9(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SOB-FECHA                     PIC 9(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SOB-TIPO                      PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 SOB-IMPORTE
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SOB-DISPONIBLE
                PIC -ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 SOB-LIMITE                    PIC X(21).

       01 WS-LINEA-TOTAL-FONDOS-NUEVOS.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CHEQUES RETENIDOS HOY...".
           05 WS-TOT-FONDOS-NUEVOS          PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-FONDOS-LIBER.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "RETENCIONES LIBERADAS...".
           05 WS-TOT-FONDOS-LIBERADOS       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-CHEQ-RECH.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "CHEQUES RECHAZADOS......".
           05 WS-TOT-CHEQUES-RECHAZADOS     PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-SOBRE-DISP.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "DEBITOS SOBRE DISPONIBLE".
           05 WS-TOT-SOBRE-DISPONIBLE       PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINEA-TOTAL-PENDIENTE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                        PIC X(25)
                VALUE "IMPORTE EN CLEARING.....".
           05 WS-TOT-FONDOS-PENDIENTES
                PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,9999.

      *---------------------------------------------
      * VARIABLES DEL CONTROL DE CORRIDAS. LA TABLA DE PREDECESORES
      * DICE QUE PROGRAMAS DEBEN HABER TERMINADO BIEN ANTES DE ESTE:
      * PROGRAMA, ALCANCE DE LA CORRIDA QUE CUENTA (F = MISMA FECHA
      * DE PROCESO, M = MISMO PERIODO AAAAMM, U = ULTIMA CORRIDA SIN
      * IMPORTAR LA FECHA), SI ES OBLIGATORIO QUE HAYA CORRIDO (S/N)
      * Y EL RETURN-CODE MAXIMO QUE SE ACEPTA COMO FIN LIMPIO. AL
      * LADO QUEDA LO ULTIMO QUE EL CONTROL REGISTRA DE CADA UNO.
      * LOS CICLOS PARCIALES DEL DIA SE REGISTRAN COMO CCCACTNN
      * (NN = CICLO), ASI LOS SUCESORES QUE ESPERAN A CCCACT SOLO
      * ARRANCAN DESPUES DEL CICLO DE CIERRE.
      *---------------------------------------------
       01 WS-CONTROL-CORRIDAS.
           05 WS-CCO-PROGRAMA               PIC X(08) VALUE "CCCACT".
           05 FILLER REDEFINES WS-CCO-PROGRAMA.
               10 FILLER                    PIC X(06).
               10 WS-CCO-PROG-CICLO         PIC X(02).
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
           05 WS-PRED-CANT                  PIC 9(02) VALUE 05.

       01 WS-PREDECESORES-VALORES.
           05 FILLER                        PIC X(15)
                VALUE "CCCMNT  FN04 00".
           05 FILLER                        PIC X(15)
                VALUE "CCCLIQ  FN04 00".
           05 FILLER                        PIC X(15)
                VALUE "CCCTRF  FN04 00".
           05 FILLER                        PIC X(15)
                VALUE "CCCPUR  FN04 00".
           05 FILLER                        PIC X(15)
                VALUE "CCCFIX  UN04 00".
       01 WS-TABLA-PREDECESORES REDEFINES WS-PREDECESORES-VALORES.
           05 WS-PRED-DATOS OCCURS 5 TIMES
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

           PERFORM 36000-GRABAR-BITACORA
           THRU 36000-F-GRABAR-BITACORA.

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

           DISPLAY "*** CCCACT -- CORRIDA RECHAZADA POR "
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
      * LEE LA TARJETA DE PARAMETROS DE LA CORRIDA (PARAMETROS.TXT)
      * SI EXISTE, PARA RESTRINGIR EL LISTADO POR RANGO DE SUCURSAL,
      * RANGO DE FECHAS Y/O TIPO DE MOVIMIENTO. SU AUSENCIA DEJA LA
      * CORRIDA SIN FILTROS, COMO SIEMPRE.
      *-----------------------------------------------------------
       10010-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.

           IF PARM-OK THEN
               READ PARAMETROS
               IF PARM-OK THEN
                   MOVE PARM-SUCURSAL-DESDE TO WS-FILTRO-SUCURSAL-DESDE
                   IF PARM-SUCURSAL-HASTA = ZEROES THEN
                       MOVE 999999          TO WS-FILTRO-SUCURSAL-HASTA
       10040-F-CARGAR-UMBRALES.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS OFICIOS DE EMBARGO DE LEGALES DESDE
      * EMBARGOS-CCC.TXT SI EXISTE. SU AUSENCIA DEJA LA CORRIDA SIN
      * RETENCIONES, COMO HASTA AHORA. SOLO EN LA CORRIDA DIARIA
      * SIN FILTROS. SI EL FICHERO TRAE LA CABECERA HDR QUE DEJA
      * 39500-GRABAR-EMBARGOS CON LA FECHA DE HOY, LAS RETENCIONES
      * DEL DIA YA ESTAN SUMADAS -- UN RESTART O RERUN LAS VOLVERIA
      * A SUMAR -- Y LA CORRIDA SE RECHAZA CON RC 12, COMO CON
      * SALDOS-CCC.TXT Y CON LA MISMA EXCEPCION PARA LOS CICLOS.
      *-----------------------------------------------------------
       10041-CARGAR-EMBARGOS.

           OPEN INPUT EMBARGOS-CCC.

           IF EMBARGOS-OK THEN
               SET HAY-EMBARGOS TO TRUE

               PERFORM 10042-LEER-EMBARGO
               THRU 10042-F-LEER-EMBARGO

               IF NOT EOF-EMBARGOS THEN
                   MOVE EMB-CAB-MARCA TO WS-MARCA-EMBARGOS
                   IF ES-CABECERA-EMBARGOS THEN
                       IF EMB-CAB-FECHA-PROCESO
                             = WS-FECHA-PROCESO-SISTEMA
                         AND (WS-CICLO-NUMERO = ZEROES
                           OR EMB-CAB-CICLO NOT NUMERIC
                           OR EMB-CAB-CICLO = ZEROES
                           OR EMB-CAB-CICLO NOT < WS-CICLO-NUMERO)
                       THEN
                           MOVE "EMBARGOS YA ACTUALIZADOS EN LA FECHA"
                                TO WS-CTL-MOTIVO
                           PERFORM 90200-ABEND-ERROR-CONTROL
                           THRU 90200-F-ABEND-ERROR-CONTROL
                       END-IF
                       PERFORM 10042-LEER-EMBARGO
                       THRU 10042-F-LEER-EMBARGO
                   END-IF
               END-IF

               PERFORM 10043-GUARDAR-EMBARGO
               THRU 10043-F-GUARDAR-EMBARGO
               UNTIL EOF-EMBARGOS

               CLOSE EMBARGOS-CCC
           ELSE
               IF NOT EMBARGOS-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
                   MOVE FS-EMBARGOS         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10041-F-CARGAR-EMBARGOS.
           EXIT.

       10042-LEER-EMBARGO.
           READ EMBARGOS-CCC.
           IF NOT EMBARGOS-OK AND NOT EOF-EMBARGOS THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-EMBARGOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10042-F-LEER-EMBARGO.
           EXIT.

       10043-GUARDAR-EMBARGO.
           IF WS-EMBARGOS-CANT >= 5000 THEN
               DISPLAY "OFICIOS DE EMBARGO EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-EMBARGOS."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-EMBARGOS-CANT.
           SET WS-IDX-EMBARGO TO WS-EMBARGOS-CANT.
           MOVE EMB-CLIENTE  TO WS-EMB-CLIENTE (WS-IDX-EMBARGO).
           MOVE EMB-SUCURSAL TO WS-EMB-SUCURSAL (WS-IDX-EMBARGO).
           MOVE EMB-OFICIO   TO WS-EMB-OFICIO (WS-IDX-EMBARGO).
           MOVE EMB-IMPORTE-ORDENADO
                TO WS-EMB-ORDENADO (WS-IDX-EMBARGO).
           MOVE EMB-IMPORTE-RETENIDO
                TO WS-EMB-RETENIDO (WS-IDX-EMBARGO).
           MOVE EMB-JUDICIAL-CLIENTE
                TO WS-EMB-JUD-CLIENTE (WS-IDX-EMBARGO).
           MOVE EMB-JUDICIAL-SUCURSAL
                TO WS-EMB-JUD-SUCURSAL (WS-IDX-EMBARGO).
           SET EMB-NO-CUBIERTO-HOY (WS-IDX-EMBARGO) TO TRUE.

           PERFORM 10042-LEER-EMBARGO
           THRU 10042-F-LEER-EMBARGO.
       10043-F-GUARDAR-EMBARGO.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS LIMITES DE DESCUBIERTO DE RIESGOS DESDE
      * LIMITES-CCC.TXT SI EXISTE. SU AUSENCIA DEJA LA CORRIDA SIN
       10047-F-GUARDAR-LIMITE.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LAS TASAS DEL IMPUESTO A LOS DEBITOS Y CREDITOS DESDE
      * IMPUESTO-CCC.TXT SI EXISTE, Y CON ELLAS LAS EXENCIONES Y
      * TASAS REDUCIDAS POR CUENTA. SU AUSENCIA DEJA LA CORRIDA SIN
      * GENERAR EL IMPUESTO, COMO HASTA AHORA.
      *-----------------------------------------------------------
       10048-CARGAR-IMPUESTO.

           OPEN INPUT IMPUESTO-CCC.

           IF IMPUESTO-OK THEN
               READ IMPUESTO-CCC
               IF IMPUESTO-OK THEN
                   SET HAY-IMPUESTO TO TRUE
                   MOVE IMP-TASA-DEBITO  TO WS-IMP-TASA-DEBITO
                   MOVE IMP-TASA-CREDITO TO WS-IMP-TASA-CREDITO
               ELSE
                   IF NOT EOF-IMPUESTO THEN
                       MOVE "LECTURA"          TO WS-ABEND-OPERACION
                       MOVE "IMPUESTO-CCC.TXT" TO WS-ABEND-FICHERO
                       MOVE FS-IMPUESTO        TO WS-ABEND-STATUS
                       PERFORM 90000-ABEND-ERROR-FICHERO
                       THRU 90000-F-ABEND-ERROR-FICHERO
                   END-IF
               END-IF
               CLOSE IMPUESTO-CCC
           ELSE
               IF NOT IMPUESTO-NO-EXISTE THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "IMPUESTO-CCC.TXT"  TO WS-ABEND-FICHERO
                   MOVE FS-IMPUESTO         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

           IF HAY-IMPUESTO THEN
               PERFORM 10120-CARGAR-EXENCIONES
               THRU 10120-F-CARGAR-EXENCIONES
           END-IF.

       10048-F-CARGAR-IMPUESTO.
           EXIT.

       10120-CARGAR-EXENCIONES.

           OPEN INPUT EXENCIONES-IMPUESTO.

           IF EXENCIONES-OK THEN
               PERFORM 10125-LEER-EXENCION
               THRU 10125-F-LEER-EXENCION

               PERFORM 10127-GUARDAR-EXENCION
               THRU 10127-F-GUARDAR-EXENCION
               UNTIL EOF-EXENCIONES

               CLOSE EXENCIONES-IMPUESTO
           ELSE
               IF NOT EXENCIONES-NO-EXISTE THEN
                   MOVE "APERTURA"         TO WS-ABEND-OPERACION
                   MOVE "EXENCIONES-IMPUESTO.TXT"
                                           TO WS-ABEND-FICHERO
                   MOVE FS-EXENCION        TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10120-F-CARGAR-EXENCIONES.
           EXIT.

       10125-LEER-EXENCION.
           READ EXENCIONES-IMPUESTO.
           IF NOT EXENCIONES-OK AND NOT EOF-EXENCIONES THEN
               MOVE "LECTURA"          TO WS-ABEND-OPERACION
               MOVE "EXENCIONES-IMPUESTO.TXT" TO WS-ABEND-FICHERO
               MOVE FS-EXENCION        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10125-F-LEER-EXENCION.
           EXIT.

       10127-GUARDAR-EXENCION.
           IF WS-EXENCIONES-CANT >= 10000 THEN
               DISPLAY "EXENCIONES DE IMPUESTO EXCEDEN LA TABLA "
                       "EN MEMORIA -- AMPLIAR WS-TABLA-EXENCIONES."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "EXENCIONES-IMPUESTO.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-EXENCIONES-CANT.
           SET WS-IDX-EXENCION TO WS-EXENCIONES-CANT.
           MOVE EXE-CLIENTE  TO WS-EXE-CLIENTE (WS-IDX-EXENCION).
           MOVE EXE-SUCURSAL TO WS-EXE-SUCURSAL (WS-IDX-EXENCION).
           MOVE EXE-TIPO     TO WS-EXE-TIPO (WS-IDX-EXENCION).
           MOVE EXE-TASA-DEBITO
                TO WS-EXE-TASA-DEBITO (WS-IDX-EXENCION).
           MOVE EXE-TASA-CREDITO
                TO WS-EXE-TASA-CREDITO (WS-IDX-EXENCION).

           PERFORM 10125-LEER-EXENCION
           THRU 10125-F-LEER-EXENCION.
       10127-F-GUARDAR-EXENCION.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LAS COTIZACIONES DEL FICHERO COTIZACIONES.TXT EN LA
      * TABLA EN MEMORIA. SU AUSENCIA NO ES ERROR: SIN TABLA, TODO
      * FILTROS), LOS SALDOS DEL DIA YA ESTAN APLICADOS -- UN
      * RESTART O RERUN QUE MURIO DESPUES DE GRABARLOS VOLVERIA A
      * SUMAR EL DIA ENTERO -- Y LA CORRIDA SE RECHAZA CON RC 12.
      * EN LOS CICLOS DEL DIA LA CABECERA DE HOY ES LA NORMAL
      * DESDE EL SEGUNDO CICLO: SOLO SE RECHAZA SI LA DEJO ESTE
      * MISMO CICLO O UNO POSTERIOR, O LA CORRIDA UNICA DEL DIA.
      * UN FICHERO VIEJO SIN CABECERA SE CARGA COMO SIEMPRE.
      *-----------------------------------------------------------
       10030-CARGAR-SALDOS.
                   IF ES-CABECERA-SALDOS THEN
                       IF SALDO-FECHA-ULTIMO
                             = WS-FECHA-PROCESO-SISTEMA
                         AND NOT HAY-FILTROS
                         AND (WS-CICLO-NUMERO = ZEROES
                           OR SALDO-CAB-CICLO NOT NUMERIC
                           OR SALDO-CAB-CICLO = ZEROES
                           OR SALDO-CAB-CICLO NOT < WS-CICLO-NUMERO)
                       THEN
                           MOVE "SALDOS YA ACTUALIZADOS PARA LA FECHA"
                                TO WS-CTL-MOTIVO
                           PERFORM 90200-ABEND-ERROR-CONTROL
                TO WS-SALDOS-IMPORTE (WS-SALDO-SUB-ACTUAL).
           MOVE SALDO-FECHA-ULTIMO
                TO WS-SALDOS-FECHA (WS-SALDO-SUB-ACTUAL).
           MOVE SALDO-DISPONIBLE
                TO WS-SALDOS-DISPONIBLE (WS-SALDO-SUB-ACTUAL).

           PERFORM 10035-LEER-SALDO
           THRU 10035-F-LEER-SALDO.
       10038-F-CORRER-SALDO-LUGAR.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS PLAZOS DE CLEARING POR CODIGO DE MOVIMIENTO DESDE
      * PLAZOS-CLEARING.TXT SI EXISTE. SU AUSENCIA DEJA TODOS LOS
      * DEPOSITOS DISPONIBLES EN EL ACTO, COMO HASTA AHORA.
      *-----------------------------------------------------------
       10032-CARGAR-PLAZOS.

           OPEN INPUT PLAZOS-CLEARING.

           IF PLAZOS-OK THEN
               SET HAY-PLAZOS TO TRUE

               PERFORM 10033-LEER-PLAZO
               THRU 10033-F-LEER-PLAZO

               PERFORM 10034-GUARDAR-PLAZO
               THRU 10034-F-GUARDAR-PLAZO
               UNTIL EOF-PLAZOS

               CLOSE PLAZOS-CLEARING
           ELSE
               IF NOT PLAZOS-NO-EXISTE THEN
                   MOVE "APERTURA"            TO WS-ABEND-OPERACION
                   MOVE "PLAZOS-CLEARING.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-PLAZOS             TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10032-F-CARGAR-PLAZOS.
           EXIT.

       10033-LEER-PLAZO.
           READ PLAZOS-CLEARING.
           IF NOT PLAZOS-OK AND NOT EOF-PLAZOS THEN
               MOVE "LECTURA"             TO WS-ABEND-OPERACION
               MOVE "PLAZOS-CLEARING.TXT" TO WS-ABEND-FICHERO
               MOVE FS-PLAZOS             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10033-F-LEER-PLAZO.
           EXIT.

       10034-GUARDAR-PLAZO.
           IF WS-PLAZOS-CANT >= 100 THEN
               DISPLAY "PLAZOS DE CLEARING EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-PLAZOS."
               MOVE "CARGA EN TABLA"      TO WS-ABEND-OPERACION
               MOVE "PLAZOS-CLEARING.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                  TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-PLAZOS-CANT.
           SET WS-IDX-PLAZO TO WS-PLAZOS-CANT.
           MOVE PLZ-CODIGO TO WS-PLZ-CODIGO (WS-IDX-PLAZO).
           MOVE PLZ-DIAS   TO WS-PLZ-DIAS (WS-IDX-PLAZO).

           PERFORM 10033-LEER-PLAZO
           THRU 10033-F-LEER-PLAZO.
       10034-F-GUARDAR-PLAZO.
           EXIT.

      *-----------------------------------------------------------
      * CARGA LOS FONDOS RETENIDOS EN CLEARING DESDE
      * FONDOS-RETENIDOS.TXT SI EXISTE (SU AUSENCIA ES UN DIA SIN
      * CHEQUES PENDIENTES) Y LIBERA LOS QUE VENCEN HOY O ANTES,
      * SUMANDO SU IMPORTE AL SALDO DISPONIBLE DE LA CUENTA EN LA
      * TABLA DE SALDOS, QUE YA ESTA CARGADA. EL SALDO CONTABLE NO
      * CAMBIA: EL DEPOSITO YA SE SUMO EL DIA QUE ENTRO. LA
      * CABECERA HDR CON LA FECHA DE HOY RECHAZA LA CORRIDA CON
      * RC 12, COMO EN SALDOS-CCC.TXT, SALVO EN LA CORRIDA CON
      * FILTROS, QUE NO REESCRIBE EL FICHERO.
      *-----------------------------------------------------------
       10110-CARGAR-FONDOS-RETENIDOS.

           OPEN INPUT FONDOS-RETENIDOS.

           IF FONDOS-OK THEN
               PERFORM 10115-LEER-FONDO
               THRU 10115-F-LEER-FONDO

               IF NOT EOF-FONDOS THEN
                   MOVE FRT-CAB-MARCA TO WS-MARCA-FONDOS
                   IF ES-CABECERA-FONDOS THEN
                       IF FRT-CAB-FECHA-PROCESO
                             = WS-FECHA-PROCESO-SISTEMA
                         AND NOT HAY-FILTROS
                         AND (WS-CICLO-NUMERO = ZEROES
                           OR FRT-CAB-CICLO NOT NUMERIC
                           OR FRT-CAB-CICLO = ZEROES
                           OR FRT-CAB-CICLO NOT < WS-CICLO-NUMERO)
                       THEN
                           MOVE "FONDOS RETENIDOS YA GRABADOS EN FECHA"
                                TO WS-CTL-MOTIVO
                           CLOSE FONDOS-RETENIDOS
                           PERFORM 90200-ABEND-ERROR-CONTROL
                           THRU 90200-F-ABEND-ERROR-CONTROL
                       END-IF
                       PERFORM 10115-LEER-FONDO
                       THRU 10115-F-LEER-FONDO
                   END-IF
               END-IF

               PERFORM 10117-GUARDAR-FONDO
               THRU 10117-F-GUARDAR-FONDO
               UNTIL EOF-FONDOS

               CLOSE FONDOS-RETENIDOS
           ELSE
               IF NOT FONDOS-NO-EXISTE THEN
                   MOVE "APERTURA"             TO WS-ABEND-OPERACION
                   MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-FONDOS              TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

           PERFORM 10119-LIBERAR-FONDO
           THRU 10119-F-LIBERAR-FONDO
           VARYING WS-IDX-FONDO FROM 1 BY 1
           UNTIL WS-IDX-FONDO > WS-FONDOS-CANT.

       10110-F-CARGAR-FONDOS-RETENIDOS.
           EXIT.

       10115-LEER-FONDO.
           READ FONDOS-RETENIDOS.
           IF NOT FONDOS-OK AND NOT EOF-FONDOS THEN
               MOVE "LECTURA"              TO WS-ABEND-OPERACION
               MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-FONDOS              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       10115-F-LEER-FONDO.
           EXIT.

       10117-GUARDAR-FONDO.
           IF WS-FONDOS-CANT >= 20000 THEN
               DISPLAY "FONDOS RETENIDOS EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-FONDOS."
               MOVE "CARGA EN TABLA"       TO WS-ABEND-OPERACION
               MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                   TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-FONDOS-CANT.
           SET WS-IDX-FONDO TO WS-FONDOS-CANT.
           MOVE FRT-CLIENTE  TO WS-FON-CLIENTE (WS-IDX-FONDO).
           MOVE FRT-SUCURSAL TO WS-FON-SUCURSAL (WS-IDX-FONDO).
           MOVE FRT-CODIGO   TO WS-FON-CODIGO (WS-IDX-FONDO).
           MOVE FRT-FECHA-DEPOSITO
                TO WS-FON-FECHA-DEPOSITO (WS-IDX-FONDO).
           MOVE FRT-HORA     TO WS-FON-HORA (WS-IDX-FONDO).
           MOVE FRT-IMPORTE  TO WS-FON-IMPORTE (WS-IDX-FONDO).
           MOVE FRT-FECHA-LIBERACION
                TO WS-FON-FECHA-LIBERACION (WS-IDX-FONDO).
           MOVE ZEROES TO WS-FON-FECHA-RECHAZO (WS-IDX-FONDO).
           SET FON-PENDIENTE (WS-IDX-FONDO) TO TRUE.
           SET FON-ANTERIOR (WS-IDX-FONDO) TO TRUE.

           PERFORM 10115-LEER-FONDO
           THRU 10115-F-LEER-FONDO.
       10117-F-GUARDAR-FONDO.
           EXIT.

      *-----------------------------------------------------------
      * UNA RETENCION CUYA CUENTA YA NO FIGURA EN LA TABLA DE
      * SALDOS (FICHERO DE SALDOS REEMPLAZADO) SE LIBERA IGUAL,
      * SIN SALDO DONDE SUMARLA.
      *-----------------------------------------------------------
       10119-LIBERAR-FONDO.

           IF FON-PENDIENTE (WS-IDX-FONDO)
             AND WS-FON-FECHA-LIBERACION (WS-IDX-FONDO)
                   NOT > WS-FECHA-PROCESO-SISTEMA THEN
               SET FON-LIBERADO (WS-IDX-FONDO) TO TRUE
               ADD 1 TO WS-CONT-FONDOS-LIBERADOS

               IF WS-SALDOS-CANT > ZEROES THEN
                   SEARCH ALL WS-SALDOS-TABLA
                       AT END
                           CONTINUE
                       WHEN WS-SALDOS-CLIENTE (WS-IDX-SALDO)
                               = WS-FON-CLIENTE (WS-IDX-FONDO)
                        AND WS-SALDOS-SUCURSAL (WS-IDX-SALDO)
                               = WS-FON-SUCURSAL (WS-IDX-FONDO)
                           ADD WS-FON-IMPORTE (WS-IDX-FONDO)
                               TO WS-SALDOS-DISPONIBLE (WS-IDX-SALDO)
                   END-SEARCH
               END-IF
           END-IF.

       10119-F-LIBERAR-FONDO.
           EXIT.

       10000-INICIO.
           PERFORM 10050-DETERMINAR-MODO
           THRU 10050-F-DETERMINAR-MODO.

           IF MODO-DIARIO THEN
               PERFORM 10090-DETERMINAR-MULTIORIGEN
               THRU 10090-F-DETERMINAR-MULTIORIGEN
           END-IF.

           PERFORM 10070-DETERMINAR-DISTRIBUCION
           THRU 10070-F-DETERMINAR-DISTRIBUCION.

           PERFORM 10075-DETERMINAR-FORZADO
           THRU 10075-F-DETERMINAR-FORZADO.

           IF MODO-DIARIO AND NOT HAY-FILTROS THEN
               PERFORM 10095-DETERMINAR-CICLO
               THRU 10095-F-DETERMINAR-CICLO

               PERFORM 10080-VERIFICAR-RERUN-DIARIO
               THRU 10080-F-VERIFICAR-RERUN-DIARIO

               IF HAY-CICLO-ANTERIOR THEN
                   PERFORM 10097-VERIFICAR-ARRASTRE
                   THRU 10097-F-VERIFICAR-ARRASTRE
               END-IF

               MOVE WS-FECHA-PROCESO-SISTEMA TO WS-CCO-FECHA-PROCESO
               PERFORM 05000-CONTROLAR-PREDECESORES
               THRU 05000-F-CONTROLAR-PREDECESORES

               PERFORM 05100-REGISTRAR-INICIO
               THRU 05100-F-REGISTRAR-INICIO
           END-IF.

           PERFORM 10020-CARGAR-MAESTRO
           THRU 10020-F-CARGAR-MAESTRO.

           PERFORM 10040-CARGAR-UMBRALES
           THRU 10040-F-CARGAR-UMBRALES.

           PERFORM 10048-CARGAR-IMPUESTO
           THRU 10048-F-CARGAR-IMPUESTO.

           PERFORM 10060-CARGAR-COTIZACIONES
           THRU 10060-F-CARGAR-COTIZACIONES.

           PERFORM 10055-CARGAR-CALENDARIO
           THRU 10055-F-CARGAR-CALENDARIO.

           IF MODO-DIARIO THEN
               PERFORM 10030-CARGAR-SALDOS
               THRU 10030-F-CARGAR-SALDOS

               PERFORM 10032-CARGAR-PLAZOS
               THRU 10032-F-CARGAR-PLAZOS

               PERFORM 10110-CARGAR-FONDOS-RETENIDOS
               THRU 10110-F-CARGAR-FONDOS-RETENIDOS

               PERFORM 10045-CARGAR-LIMITES
               THRU 10045-F-CARGAR-LIMITES

               IF NOT HAY-FILTROS THEN
                   PERFORM 10041-CARGAR-EMBARGOS
                   THRU 10041-F-CARGAR-EMBARGOS
               END-IF

               PERFORM 10100-LEER-CHECKPOINT
               THRU 10100-F-LEER-CHECKPOINT
           END-IF.

           PERFORM 11000-ABRIR-FICHERO
           THRU 11000-F-ABRIR-FICHERO.

           IF NOT HAY-CHECKPOINT THEN
               PERFORM 50000-IMPRIMIR-CABECERAS
               THRU 50000-F-IMPRIMIR-CABECERAS
           END-IF.

       10000-F-INICIO.
           EXIT.

      *-----------------------------------------------------------
      * DETECTA SI LA CORRIDA ES EL LISTADO DIARIO DE SIEMPRE O LA
      * CONSOLIDACION DE UN EXTRACTO MENSUAL: SI EXISTE EL CONTROL
      * LISTADO-DIARIOS.TXT CON LOS DIARIOS A CONSOLIDAR, LA
      * CORRIDA PASA A MODO MENSUAL.
      *-----------------------------------------------------------
       10050-DETERMINAR-MODO.

           OPEN INPUT LISTA-DIARIOS.

           IF LISTA-OK THEN
               SET MODO-MENSUAL TO TRUE
               CLOSE LISTA-DIARIOS
           ELSE
               IF LISTA-NO-EXISTE THEN
                   SET MODO-DIARIO TO TRUE
               ELSE
                   MOVE "APERTURA"            TO WS-ABEND-OPERACION
                   MOVE "LISTADO-DIARIOS.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-LISTA              TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10050-F-DETERMINAR-MODO.
           EXIT.

      *-----------------------------------------------------------
      * HISTORIAL. NO BLOQUEAN NI LAS CORRIDAS ABENDADAS (EL
      * RESTART ES JUSTAMENTE PARA ESO), NI LAS FILTRADAS (NO
      * TOCAN LOS MAESTROS), NI BLOQUEA A UNA CORRIDA FILTRADA.
      * CUANDO LA FECHA SE CORRE EN CICLOS, LOS CICLOS PARCIALES
      * LIMPIOS NO CIERRAN LA FECHA: SOLO EXIGEN QUE EL CICLO DE
      * ESTA CORRIDA SEA EL SIGUIENTE AL ULTIMO CORRIDO. LA
      * FECHA QUEDA CERRADA CON EL CICLO DE CIERRE O CON UNA
      * CORRIDA UNICA, Y UNA CORRIDA SIN TARJETA DE CICLO NO
      * PUEDE SEGUIR A UNA FECHA YA EMPEZADA EN CICLOS.
      *-----------------------------------------------------------
       10080-VERIFICAR-RERUN-DIARIO.

                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN HAY-CORRIDA-PREVIA
                       MOVE "FECHA DE PROCESO YA CORRIDA HOY"
                            TO WS-CTL-MOTIVO
                       PERFORM 90200-ABEND-ERROR-CONTROL
                       THRU 90200-F-ABEND-ERROR-CONTROL
                   WHEN SIN-CICLOS AND WS-CICLO-ULTIMO > ZEROES
                       MOVE "FECHA EN CICLOS: FALTA CICLO-CCC.TXT"
                            TO WS-CTL-MOTIVO
                       PERFORM 90200-ABEND-ERROR-CONTROL
                       THRU 90200-F-ABEND-ERROR-CONTROL
                   WHEN SIN-CICLOS
                       CONTINUE
                   WHEN WS-CICLO-NUMERO NOT > WS-CICLO-ULTIMO
                       MOVE "CICLO YA CORRIDO PARA LA FECHA"
                            TO WS-CTL-MOTIVO
                       PERFORM 90200-ABEND-ERROR-CONTROL
                       THRU 90200-F-ABEND-ERROR-CONTROL
                   WHEN WS-CICLO-NUMERO NOT = WS-CICLO-ULTIMO + 1
                       MOVE "CICLO FUERA DE SECUENCIA"
                            TO WS-CTL-MOTIVO
                       PERFORM 90200-ABEND-ERROR-CONTROL
                       THRU 90200-F-ABEND-ERROR-CONTROL
               END-EVALUATE

               IF WS-CICLO-ULTIMO > ZEROES THEN
                   SET HAY-CICLO-ANTERIOR TO TRUE
               END-IF
           END-IF.

             AND BIT-FILTRO-FECHA-DESDE = ZEROES
             AND BIT-FILTRO-FECHA-HASTA = 99999999
             AND BIT-FILTRO-TIPO = SPACES THEN
               IF BIT-CICLO-TIPO = "P" THEN
                   IF BIT-CICLO > WS-CICLO-ULTIMO THEN
                       MOVE BIT-CICLO TO WS-CICLO-ULTIMO
                   END-IF
               ELSE
                   SET HAY-CORRIDA-PREVIA TO TRUE
               END-IF
           END-IF.

           PERFORM 10085-LEER-BITACORA-PREVIA
       10087-F-BUSCAR-CORRIDA-PREVIA.
           EXIT.

      *-----------------------------------------------------------
      * DETECTA LA CORRIDA POR CICLOS CON EL MISMO ESQUEMA DE
      * 10050-DETERMINAR-MODO: SI EXISTE CICLO-CCC.TXT, LA CORRIDA
      * DIARIA SIN FILTROS ES UNO DE LOS CICLOS DE LA FECHA Y LA
      * TARJETA TRAE SU NUMERO Y SI ES PARCIAL O EL DE CIERRE.
      * UNA TARJETA VACIA O INVALIDA SE RECHAZA CON RC 12. LOS
      * CICLOS PARCIALES QUEDAN EN EL CONTROL DE CORRIDAS CON SU
      * NUMERO DE CICLO EN EL NOMBRE DEL PROGRAMA.
      *-----------------------------------------------------------
       10095-DETERMINAR-CICLO.

           OPEN INPUT CICLO-CCC.

           IF CICLO-OK THEN
               READ CICLO-CCC
               IF NOT CICLO-OK AND NOT EOF-CICLO THEN
                   MOVE "LECTURA"          TO WS-ABEND-OPERACION
                   MOVE "CICLO-CCC.TXT"    TO WS-ABEND-FICHERO
                   MOVE FS-CICLO           TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               IF EOF-CICLO
               OR CIC-NUMERO NOT NUMERIC
               OR CIC-NUMERO = ZEROES
               OR NOT (CIC-PARCIAL OR CIC-CIERRE) THEN
                   CLOSE CICLO-CCC
                   MOVE "TARJETA CICLO-CCC.TXT INVALIDA"
                        TO WS-CTL-MOTIVO
                   PERFORM 90200-ABEND-ERROR-CONTROL
                   THRU 90200-F-ABEND-ERROR-CONTROL
               END-IF

               MOVE CIC-NUMERO TO WS-CICLO-NUMERO
               MOVE CIC-TIPO   TO WS-CICLO-TIPO
               CLOSE CICLO-CCC
           ELSE
               IF NOT CICLO-NO-EXISTE THEN
                   MOVE "APERTURA"         TO WS-ABEND-OPERACION
                   MOVE "CICLO-CCC.TXT"    TO WS-ABEND-FICHERO
                   MOVE FS-CICLO           TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

           IF WS-CICLO-NUMERO > ZEROES THEN
               MOVE WS-CICLO-NUMERO TO WS-LEY-CICLO-NUMERO
               IF CICLO-PARCIAL THEN
                   MOVE "PARCIAL"         TO WS-LEY-CICLO-TIPO
                   MOVE WS-CICLO-NUMERO   TO WS-CCO-PROG-CICLO
               ELSE
                   MOVE "CIERRE DEL DIA"  TO WS-LEY-CICLO-TIPO
               END-IF
               MOVE WS-CICLO-LEYENDA TO WS-SUB-CICLO
               MOVE WS-CICLO-LEYENDA TO WS-TOT-CICLO-LEYENDA
               MOVE WS-CICLO-LEYENDA TO WS-RESUMEN-CICLO
               DISPLAY "CORRIDA DIARIA EN " WS-CICLO-LEYENDA
           END-IF.

       10095-F-DETERMINAR-CICLO.
           EXIT.

      *-----------------------------------------------------------
      * DESDE EL SEGUNDO CICLO DE LA FECHA, LOS ACUMULADOS QUE
      * DEJO EL CICLO ANTERIOR EN CCCACT-CICLOS.WRK TIENEN QUE SER
      * DE HOY Y DEL ULTIMO CICLO PARCIAL DE LA BITACORA; SI NO,
      * LOS TOTALES CONSOLIDADOS DEL DIA NO CUADRARIAN Y LA
      * CORRIDA SE RECHAZA CON RC 12 ANTES DE TOCAR NADA.
      *-----------------------------------------------------------
       10097-VERIFICAR-ARRASTRE.

           OPEN INPUT CICLOS-TRABAJO.

           IF CIC-TRAB-OK THEN
               READ CICLOS-TRABAJO
               IF NOT CIC-TRAB-OK AND NOT EOF-CIC-TRAB THEN
                   MOVE "LECTURA"           TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               IF EOF-CIC-TRAB
               OR NOT ARR-ES-TOTALES
               OR ARR-FECHA-PROCESO NOT = WS-FECHA-PROCESO-SISTEMA
               OR ARR-CICLO NOT = WS-CICLO-ULTIMO THEN
                   CLOSE CICLOS-TRABAJO
                   MOVE "ACUMULADOS DEL CICLO ANTERIOR NO CUADRAN"
                        TO WS-CTL-MOTIVO
                   PERFORM 90200-ABEND-ERROR-CONTROL
                   THRU 90200-F-ABEND-ERROR-CONTROL
               END-IF

               CLOSE CICLOS-TRABAJO
           ELSE
               IF CIC-TRAB-NO-EXISTE THEN
                   MOVE "FALTAN ACUMULADOS DEL CICLO ANTERIOR"
                        TO WS-CTL-MOTIVO
                   PERFORM 90200-ABEND-ERROR-CONTROL
                   THRU 90200-F-ABEND-ERROR-CONTROL
               ELSE
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       10097-F-VERIFICAR-ARRASTRE.
           EXIT.

      *-----------------------------------------------------------
      * PREPARA LA ENTRADA DEL MODO DIARIO, RETOMA DESDE EL
      * CHECKPOINT SI CORRESPONDE Y PROCESA EL PRIMER MOVIMIENTO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           IF HAY-MULTIORIGEN THEN
               OPEN INPUT ORIGEN-ORDENADA
               IF NOT ORIGEN-ORDENADO-OK THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "CCCACT-ORIGEN.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-ORIG-ORD         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
               SET LEYENDO-ORIGEN-ORDENADO TO TRUE
           END-IF.

           PERFORM 10200-AVANZAR-A-CHECKPOINT
           THRU 10200-F-AVANZAR-A-CHECKPOINT.

                           PERFORM 10230-REAPLICAR-SUCURSAL
                           THRU 10230-F-REAPLICAR-SUCURSAL
                       END-IF

                       PERFORM 13700-GENERAR-IMPUESTO
                       THRU 13700-F-GENERAR-IMPUESTO

                       PERFORM 13800-GENERAR-EMBARGOS
                       THRU 13800-F-GENERAR-EMBARGOS
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------
      * ABRE LOS FICHEROS DE SALIDA. SI SE ESTA RETOMANDO DESPUES
      * DE UN CHECKPOINT, SE ABREN EN EXTEND PARA CONSERVAR LO YA
      * IMPRESO EN LA CORRIDA ANTERIOR EN LUGAR DE TRUNCARLO. LO
      * MISMO DESDE EL SEGUNDO CICLO DE LA FECHA: CADA CICLO
      * AGREGA SU SECCION A LO QUE DEJARON LOS ANTERIORES.
      *-----------------------------------------------------------
       11000-ABRIR-FICHERO.
           IF HAY-CHECKPOINT OR HAY-CICLO-ANTERIOR THEN
               OPEN EXTEND SALIDA
                    EXTEND SALIDA-CSV
                    EXTEND SALIDA-EXCEPCIONES
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

      *    LAS ANOTACIONES PARA LOS ACUSES POR ORIGEN SOLO EXISTEN EN
      *    LA CORRIDA MULTIORIGEN, Y SE RETOMAN COMO LOS INFORMES.
           IF HAY-MULTIORIGEN THEN
               IF HAY-CHECKPOINT THEN
                   OPEN EXTEND ACUSES-TRABAJO
                   IF ACUSES-TRABAJO-NO-EXISTE THEN
                       OPEN OUTPUT ACUSES-TRABAJO
                   END-IF
               ELSE
                   OPEN OUTPUT ACUSES-TRABAJO
               END-IF
               IF NOT ACUSES-TRABAJO-OK THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "CCCACT-ACUSES.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-ACU-TRAB         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

      *    EL HISTORIAL INDEXADO ES ACUMULATIVO ENTRE CORRIDAS: SE
      *    ABRE EN I-O Y LA PRIMERA CORRIDA DE TODAS LO CREA.
           OPEN I-O HISTORIAL-CCC.
           IF NOT EOF-ENTRADA THEN
               MOVE AUX-CCCACT-CLIENTE TO WS-MARCA-REGISTRO
           END-IF.
           IF LEYENDO-ORIGEN-ORDENADO AND NOT EOF-ENTRADA THEN
               PERFORM 12020-LEER-ORIGEN-MOVIMIENTO
               THRU 12020-F-LEER-ORIGEN-MOVIMIENTO
           END-IF.
       12010-F-LEER-REGISTRO-ENTRADA.
           EXIT.

      *-----------------------------------------------------------
      * EN LA CORRIDA MULTIORIGEN, CADA MOVIMIENTO LEIDO DE LA
      * ENTRADA ORDENADA TRAE SU NUMERO DE ORIGEN DEL FICHERO
      * PARALELO CCCACT-ORIGEN.WRK. QUE ESTE SE TERMINE ANTES QUE
      * LA ENTRADA ES UN ERROR: LOS DOS SALEN DEL MISMO SORT.
      *-----------------------------------------------------------
       12020-LEER-ORIGEN-MOVIMIENTO.
           READ ORIGEN-ORDENADA INTO WS-ORIGEN-MOVIMIENTO.
           IF NOT ORIGEN-ORDENADO-OK THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORIGEN.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORIG-ORD         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       12020-F-LEER-ORIGEN-MOVIMIENTO.
           EXIT.

       13000-MOVER-DETALLES.

           MOVE AUX-CCCACT-CLIENTE TO WS-DATO-CLIENTE.
      * EXTRACTO MENSUAL SE REINICIA EN CERO COMO SIEMPRE. LAS
      * REVERSAS/AJUSTES (TIPO-REVERSA-DEBITO/CREDITO) SE MARCAN EN
      * EL LISTADO Y SE NETEAN CONTRA EL MOVIMIENTO ORIGINAL EN VEZ
      * DE SUMARSE CON SU SIGNO DE ORIGEN. LOS CREDITOS 201/203
      * DE UNA CUENTA CON OFICIO DE EMBARGO PENDIENTE PASAN POR
      * 13150-APLICAR-EMBARGOS, QUE CALCULA LO QUE SE RETIENE; LA
      * RETENCION LA POSTEAN DESPUES LOS MOVIMIENTOS EMB DE 13800.
      * EN LA CORRIDA DIARIA SE LLEVA ADEMAS EL SALDO DISPONIBLE:
      * UN DEPOSITO DE CHEQUE (203) CON PLAZO DE CLEARING SUMA AL
      * SALDO CONTABLE PERO QUEDA RETENIDO HASTA SU LIBERACION; UNA
      * REVERSA DE CREDITO (902) DE UN CHEQUE TODAVIA RETENIDO ES
      * EL CHEQUE RECHAZADO, QUE CANCELA LA RETENCION EN VEZ DE
      * DEBITAR EL DISPONIBLE; Y CADA DEBITO QUE DEJA EL DISPONIBLE
      * POR DEBAJO DEL LIMITE AUTORIZADO SE REGISTRA PARA EL
      * INFORME DE CLEARING. EN EL EXTRACTO MENSUAL EL DISPONIBLE
      * SE LISTA IGUAL AL CONTABLE.
      *-----------------------------------------------------------
       13100-ACTUALIZAR-SALDO.

                   THRU 13110-F-UBICAR-SALDO-CUENTA
                   MOVE WS-SALDOS-IMPORTE (WS-SALDO-SUB-ACTUAL)
                        TO WS-SALDO-ACTUAL
                   MOVE WS-SALDOS-DISPONIBLE (WS-SALDO-SUB-ACTUAL)
                        TO WS-DISPONIBLE-ACTUAL
               ELSE
                   MOVE ZEROES TO WS-SALDO-ACTUAL
                   MOVE ZEROES TO WS-DISPONIBLE-ACTUAL
               END-IF
               SET NO-ES-PRIMERA-LECTURA TO TRUE
           ELSE
           PERFORM 13120-CALCULAR-IMPORTE-NETO
           THRU 13120-F-CALCULAR-IMPORTE-NETO.

           SET DEPOSITO-NO-RETENIDO TO TRUE.
           SET CHEQUE-NO-RECHAZADO TO TRUE.
           MOVE ZEROES TO WS-EMB-RETENCION-MOV.

      *    LOS MOVIMIENTOS EMB DE UN CHEQUE RETENIDO EN CLEARING NO
      *    PASAN POR EL DISPONIBLE: EL DEBITO SALE DE LO RETENIDO Y
      *    EL CREDITO QUEDA RETENIDO EN LA CUENTA JUDICIAL HASTA LA
      *    LIBERACION DEL CHEQUE.
           IF AUX-CCCACT-CODIGO = "EMB"
             AND EMB-CHEQUE-RETENIDO THEN
               SET DEPOSITO-RETENIDO TO TRUE
           END-IF.

           IF MODO-DIARIO THEN
               IF TIPO-CREDITO-DEPOSITO
                 AND WS-IMPORTE-NETO > ZEROES THEN
                   PERFORM 13130-DETERMINAR-PLAZO
                   THRU 13130-F-DETERMINAR-PLAZO
               END-IF
               IF TIPO-REVERSA-CREDITO
                 AND WS-IMPORTE-NETO < ZEROES THEN
                   PERFORM 13140-BUSCAR-CHEQUE-RETENIDO
                   THRU 13140-F-BUSCAR-CHEQUE-RETENIDO
               END-IF
           END-IF.

           ADD WS-IMPORTE-NETO TO WS-SALDO-ACTUAL.

           IF DEPOSITO-NO-RETENIDO AND CHEQUE-NO-RECHAZADO THEN
               ADD WS-IMPORTE-NETO TO WS-DISPONIBLE-ACTUAL
           END-IF.

      *    EL CREDITO EMB A LA CUENTA JUDICIAL NO SE EMBARGA.
           IF HAY-EMBARGOS
             AND (TIPO-CREDITO-NORMAL OR TIPO-CREDITO-DEPOSITO)
             AND AUX-CCCACT-CODIGO NOT = "EMB"
             AND WS-IMPORTE-NETO > ZEROES THEN
               PERFORM 13150-APLICAR-EMBARGOS
               THRU 13150-F-APLICAR-EMBARGOS
           END-IF.

      *    LO QUE EL EMBARGO NO SE LLEVO DEL CHEQUE RETENIDO QUEDA
      *    EN CLEARING A NOMBRE DE LA CUENTA; EN EL CREDITO EMB, LA
      *    PARTE EMBARGADA QUEDA A NOMBRE DE LA CUENTA JUDICIAL.
           IF DEPOSITO-RETENIDO THEN
               COMPUTE WS-CLR-IMPORTE
                     = WS-IMPORTE-NETO - WS-EMB-RETENCION-MOV
               IF WS-CLR-IMPORTE > ZEROES THEN
                   MOVE AUX-CCCACT-CLIENTE  TO WS-CLR-CLIENTE
                   MOVE AUX-CCCACT-SUCURSAL TO WS-CLR-SUCURSAL
                   PERFORM 13190-REGISTRAR-FONDO-RETENIDO
                   THRU 13190-F-REGISTRAR-FONDO-RETENIDO
               END-IF
           END-IF.

      *    EL DEBITO EMB SOLO SE LLEVA PARTE DEL CREDITO QUE LO
      *    ORIGINO: NO SE CONTROLA CONTRA EL DISPONIBLE.
           IF MODO-DIARIO
             AND WS-IMPORTE-NETO < ZEROES
             AND CHEQUE-NO-RECHAZADO
             AND AUX-CCCACT-CODIGO NOT = "EMB" THEN
               PERFORM 13145-CONTROLAR-DISPONIBLE
               THRU 13145-F-CONTROLAR-DISPONIBLE
           END-IF.

           MOVE AUX-CCCACT-CLIENTE TO WS-CLIENTE-ANTERIOR.
           MOVE AUX-CCCACT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

                    TO WS-SALDOS-IMPORTE (WS-SALDO-SUB-ACTUAL)
               MOVE AUX-CCCACT-FECHA
                    TO WS-SALDOS-FECHA (WS-SALDO-SUB-ACTUAL)
               MOVE WS-DISPONIBLE-ACTUAL
                    TO WS-SALDOS-DISPONIBLE (WS-SALDO-SUB-ACTUAL)
               MOVE WS-DISPONIBLE-ACTUAL TO WS-DATO-DISPONIBLE
           ELSE
               MOVE WS-SALDO-ACTUAL TO WS-DATO-DISPONIBLE
           END-IF.

           MOVE WS-SALDO-ACTUAL TO WS-DATO-SALDO.
                TO WS-SALDOS-SUCURSAL (WS-SALDO-SUB-ACTUAL).
           MOVE ZEROES TO WS-SALDOS-IMPORTE (WS-SALDO-SUB-ACTUAL).
           MOVE ZEROES TO WS-SALDOS-FECHA (WS-SALDO-SUB-ACTUAL).
           MOVE ZEROES
                TO WS-SALDOS-DISPONIBLE (WS-SALDO-SUB-ACTUAL).
       13115-F-AGREGAR-SALDO-CUENTA.
           EXIT.

           EXIT.

      *-----------------------------------------------------------
      * BUSCA EL PLAZO DE CLEARING DEL CODIGO DEL DEPOSITO (O EL
      * DEL CODIGO EN BLANCO, QUE VALE PARA LOS NO LISTADOS). CON
      * PLAZO, EL DEPOSITO QUEDA RETENIDO Y SE CALCULA SU FECHA DE
      * LIBERACION CONTANDO DIAS HABILES DESDE LA FECHA DEL
      * MOVIMIENTO CON EL CALENDARIO BANCARIO.
      *-----------------------------------------------------------
       13130-DETERMINAR-PLAZO.

           MOVE ZEROES TO WS-CLR-PLAZO.

           IF HAY-PLAZOS THEN
               SET WS-IDX-PLAZO TO 1
               SEARCH WS-PLAZOS-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-PLAZO > WS-PLAZOS-CANT
                       CONTINUE
                   WHEN WS-PLZ-CODIGO (WS-IDX-PLAZO)
                           = AUX-CCCACT-CODIGO
                       MOVE WS-PLZ-DIAS (WS-IDX-PLAZO)
                            TO WS-CLR-PLAZO
               END-SEARCH

               IF WS-IDX-PLAZO > WS-PLAZOS-CANT THEN
                   SET WS-IDX-PLAZO TO 1
                   SEARCH WS-PLAZOS-TABLA
                       AT END
                           CONTINUE
                       WHEN WS-IDX-PLAZO > WS-PLAZOS-CANT
                           CONTINUE
                       WHEN WS-PLZ-CODIGO (WS-IDX-PLAZO) = SPACES
                           MOVE WS-PLZ-DIAS (WS-IDX-PLAZO)
                                TO WS-CLR-PLAZO
                   END-SEARCH
               END-IF
           END-IF.

           IF WS-CLR-PLAZO > ZEROES THEN
               SET DEPOSITO-RETENIDO TO TRUE
               PERFORM 13135-CALCULAR-LIBERACION
               THRU 13135-F-CALCULAR-LIBERACION
           END-IF.

       13130-F-DETERMINAR-PLAZO.
           EXIT.

      *-----------------------------------------------------------
      * AVANZA DIA A DIA SOBRE AUX-CCCACT-FECHA (PARA REUSAR LAS
      * RUTINAS DE CALENDARIO DE 20135/20137/20138) HASTA CONTAR
      * TANTOS DIAS HABILES COMO EL PLAZO, Y LA RESTAURA AL FINAL.
      * SIN CALENDARIO CARGADO SOLO SE SALTEAN LOS FINES DE SEMANA.
      *-----------------------------------------------------------
       13135-CALCULAR-LIBERACION.

           MOVE AUX-CCCACT-FECHA TO WS-CLR-FECHA-MOVIMIENTO.
           MOVE ZEROES TO WS-CLR-DIAS-CONTADOS.

           PERFORM 13136-AVANZAR-DIA-HABIL
           THRU 13136-F-AVANZAR-DIA-HABIL
           UNTIL WS-CLR-DIAS-CONTADOS = WS-CLR-PLAZO.

           MOVE AUX-CCCACT-FECHA TO WS-CLR-FECHA-LIBERACION.
           MOVE WS-CLR-FECHA-MOVIMIENTO TO AUX-CCCACT-FECHA.

       13135-F-CALCULAR-LIBERACION.
           EXIT.

       13136-AVANZAR-DIA-HABIL.

           PERFORM 20135-CALCULAR-DIAS-MES
           THRU 20135-F-CALCULAR-DIAS-MES.

           ADD 1 TO AUX-CCCACT-DIA.
           IF AUX-CCCACT-DIA > WS-DIAS-DEL-MES THEN
               MOVE 1 TO AUX-CCCACT-DIA
               ADD 1 TO AUX-CCCACT-MES
               IF AUX-CCCACT-MES > 12 THEN
                   MOVE 1 TO AUX-CCCACT-MES
                   ADD 1 TO AUX-CCCACT-ANIO
               END-IF
           END-IF.

           PERFORM 20137-DIA-DE-LA-SEMANA
           THRU 20137-F-DIA-DE-LA-SEMANA.

           IF ES-DIA-HABIL THEN
               PERFORM 20138-BUSCAR-FERIADO
               THRU 20138-F-BUSCAR-FERIADO
               IF NO-ES-FERIADO THEN
                   ADD 1 TO WS-CLR-DIAS-CONTADOS
               END-IF
           END-IF.

       13136-F-AVANZAR-DIA-HABIL.
           EXIT.

      *-----------------------------------------------------------
      * UNA REVERSA DE CREDITO DE LA CUENTA POR EL IMPORTE EXACTO
      * DE UN CHEQUE TODAVIA RETENIDO ES EL RECHAZO DE ESE CHEQUE
      * ANTES DE SU LIBERACION: SE CANCELA LA RETENCION MAS ANTIGUA
      * QUE COINCIDA Y EL DISPONIBLE NO SE TOCA, PORQUE NUNCA
      * INCLUYO ESE IMPORTE.
      *-----------------------------------------------------------
       13140-BUSCAR-CHEQUE-RETENIDO.

           COMPUTE WS-CLR-IMPORTE = WS-IMPORTE-NETO * -1.

           IF WS-FONDOS-CANT > ZEROES THEN
               SET WS-IDX-FONDO TO 1
               SEARCH WS-FONDOS-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-FONDO > WS-FONDOS-CANT
                       CONTINUE
                   WHEN FON-PENDIENTE (WS-IDX-FONDO)
                    AND WS-FON-CLIENTE (WS-IDX-FONDO)
                           = AUX-CCCACT-CLIENTE
                    AND WS-FON-SUCURSAL (WS-IDX-FONDO)
                           = AUX-CCCACT-SUCURSAL
                    AND WS-FON-IMPORTE (WS-IDX-FONDO)
                           = WS-CLR-IMPORTE
                       SET FON-RECHAZADO (WS-IDX-FONDO) TO TRUE
                       MOVE AUX-CCCACT-FECHA
                            TO WS-FON-FECHA-RECHAZO (WS-IDX-FONDO)
                       SET CHEQUE-RECHAZADO TO TRUE
                       ADD 1 TO WS-CONT-CHEQUES-RECHAZADOS
               END-SEARCH
           END-IF.

       13140-F-BUSCAR-CHEQUE-RETENIDO.
           EXIT.

      *-----------------------------------------------------------
      * UN DEBITO QUE DEJA EL SALDO DISPONIBLE POR DEBAJO DEL
      * LIMITE DE DESCUBIERTO AUTORIZADO EN LIMITES-CCC.TXT (CERO
      * SIN LIMITE) SE REGISTRA PARA EL INFORME DE CLEARING. EL
      * MOVIMIENTO SE POSTEA IGUAL: EL LISTADO NO RECHAZA DEBITOS.
      *-----------------------------------------------------------
       13145-CONTROLAR-DISPONIBLE.

           SET WS-IDX-SALDO TO WS-SALDO-SUB-ACTUAL.

           PERFORM 38200-BUSCAR-LIMITE
           THRU 38200-F-BUSCAR-LIMITE.

           COMPUTE WS-CLR-DISPONIBLE-LIMITE
                 = WS-DISPONIBLE-ACTUAL + WS-LIMITE-CUENTA.

           IF WS-CLR-DISPONIBLE-LIMITE < ZEROES THEN
               IF WS-SOBREGIROS-CANT >= 10000 THEN
                   DISPLAY "DEBITOS SOBRE DISPONIBLE EXCEDEN LA "
                           "TABLA EN MEMORIA -- AMPLIAR "
                           "WS-TABLA-SOBREGIROS."
                   MOVE "CARGA EN TABLA"       TO WS-ABEND-OPERACION
                   MOVE "INFORME-CLEARING.TXT" TO WS-ABEND-FICHERO
                   MOVE "99"                   TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
               ADD 1 TO WS-SOBREGIROS-CANT
               ADD 1 TO WS-CONT-SOBRE-DISPONIBLE
               SET WS-IDX-SOBREGIRO TO WS-SOBREGIROS-CANT
               MOVE AUX-CCCACT-CLIENTE
                    TO WS-SOB-CLIENTE (WS-IDX-SOBREGIRO)
               MOVE AUX-CCCACT-SUCURSAL
                    TO WS-SOB-SUCURSAL (WS-IDX-SOBREGIRO)
               MOVE AUX-CCCACT-FECHA
                    TO WS-SOB-FECHA (WS-IDX-SOBREGIRO)
               MOVE AUX-CCCACT-TIPO
                    TO WS-SOB-TIPO (WS-IDX-SOBREGIRO)
               MOVE WS-IMPORTE-NETO
                    TO WS-SOB-IMPORTE (WS-IDX-SOBREGIRO)
               MOVE WS-DISPONIBLE-ACTUAL
                    TO WS-SOB-DISPONIBLE (WS-IDX-SOBREGIRO)
               MOVE WS-LIMITE-CUENTA
                    TO WS-SOB-LIMITE (WS-IDX-SOBREGIRO)
               IF LIMITE-HALLADO THEN
                   SET SOB-CON-LIMITE (WS-IDX-SOBREGIRO) TO TRUE
               ELSE
                   SET SOB-SIN-LIMITE (WS-IDX-SOBREGIRO) TO TRUE
               END-IF
           END-IF.

       13145-F-CONTROLAR-DISPONIBLE.
           EXIT.

      *-----------------------------------------------------------
      * CALCULA LA PARTE DEL CREDITO ACTUAL QUE CUBRE LOS OFICIOS
      * DE EMBARGO PENDIENTES DE LA CUENTA, EN EL ORDEN DE
      * EMBARGOS-CCC.TXT, HASTA AGOTAR EL CREDITO O CUBRIR LO
      * ORDENADO, Y LA REGISTRA EN LA TABLA DE RETENCIONES. EL
      * CREDITO SE POSTEA Y SE LISTA POR SU IMPORTE COMPLETO,
      * MARCADO CON "E"; CADA RETENCION SE POSTEA DESPUES COMO UN
      * PAR DE MOVIMIENTOS EMB (VER 13800-GENERAR-EMBARGOS). SI EL
      * CREDITO ES UN CHEQUE RETENIDO EN CLEARING, ESOS
      * MOVIMIENTOS TAMPOCO TOCAN EL DISPONIBLE.
      *-----------------------------------------------------------
       13150-APLICAR-EMBARGOS.

           MOVE WS-IMPORTE-NETO TO WS-EMB-DISPONIBLE.
           MOVE ZEROES TO WS-EMB-RETENCION-MOV.
           COMPUTE WS-EMB-RET-DESDE = WS-RETENCIONES-CANT + 1.

           PERFORM 13160-RETENER-EMBARGO
           THRU 13160-F-RETENER-EMBARGO
           VARYING WS-IDX-EMBARGO FROM 1 BY 1
           UNTIL WS-IDX-EMBARGO > WS-EMBARGOS-CANT
              OR WS-EMB-DISPONIBLE = ZEROES.

           IF WS-EMB-RETENCION-MOV > ZEROES THEN
               SET HAY-EMB-A-GENERAR TO TRUE
               IF DEPOSITO-RETENIDO THEN
                   SET EMB-CHEQUE-RETENIDO TO TRUE
               ELSE
                   SET EMB-CHEQUE-LIBRE TO TRUE
               END-IF
               MOVE "E" TO WS-DATO-MARCA
           END-IF.

       13150-F-APLICAR-EMBARGOS.
           EXIT.

       13160-RETENER-EMBARGO.

           IF WS-EMB-CLIENTE (WS-IDX-EMBARGO) = AUX-CCCACT-CLIENTE
             AND WS-EMB-SUCURSAL (WS-IDX-EMBARGO)
                   = AUX-CCCACT-SUCURSAL
             AND WS-EMB-RETENIDO (WS-IDX-EMBARGO)
                   < WS-EMB-ORDENADO (WS-IDX-EMBARGO) THEN
               COMPUTE WS-EMB-PENDIENTE
                     = WS-EMB-ORDENADO (WS-IDX-EMBARGO)
                     - WS-EMB-RETENIDO (WS-IDX-EMBARGO)

               IF WS-EMB-DISPONIBLE < WS-EMB-PENDIENTE THEN
                   MOVE WS-EMB-DISPONIBLE TO WS-EMB-RETENCION
               ELSE
                   MOVE WS-EMB-PENDIENTE  TO WS-EMB-RETENCION
               END-IF

               ADD WS-EMB-RETENCION TO WS-EMB-RETENIDO (WS-IDX-EMBARGO)
               SUBTRACT WS-EMB-RETENCION FROM WS-EMB-DISPONIBLE
               ADD WS-EMB-RETENCION TO WS-EMB-RETENCION-MOV

               IF WS-EMB-RETENIDO (WS-IDX-EMBARGO)
                     = WS-EMB-ORDENADO (WS-IDX-EMBARGO) THEN
                   SET EMB-CUBIERTO-HOY (WS-IDX-EMBARGO) TO TRUE
                   ADD 1 TO WS-CONT-OFICIOS-CUBIERTOS
               END-IF

               PERFORM 13170-REGISTRAR-RETENCION
               THRU 13170-F-REGISTRAR-RETENCION
           END-IF.

       13160-F-RETENER-EMBARGO.
           EXIT.

       13170-REGISTRAR-RETENCION.
           IF WS-RETENCIONES-CANT >= 20000 THEN
               DISPLAY "RETENCIONES DEL DIA EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-RETENCIONES."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "INFORME-EMBARGOS.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-RETENCIONES-CANT.
           ADD 1 TO WS-CONT-RETENCIONES.
           ADD WS-EMB-RETENCION TO WS-TOTAL-RETENIDO.
           SET WS-IDX-RETENCION TO WS-RETENCIONES-CANT.
           SET WS-RET-SUB-EMBARGO (WS-IDX-RETENCION)
               TO WS-IDX-EMBARGO.
           MOVE AUX-CCCACT-FECHA
                TO WS-RET-FECHA (WS-IDX-RETENCION).
           MOVE WS-IMPORTE-NETO
                TO WS-RET-CREDITO (WS-IDX-RETENCION).
           MOVE WS-EMB-RETENCION
                TO WS-RET-IMPORTE (WS-IDX-RETENCION).
       13170-F-REGISTRAR-RETENCION.
           EXIT.

      *-----------------------------------------------------------
      * DA DE ALTA EN LA TABLA DE FONDOS RETENIDOS LA RETENCION
      * DEL CHEQUE DEPOSITADO HOY, A NOMBRE DE WS-CLR-CLIENTE/
      * SUCURSAL (LA CUENTA DEL DEPOSITO, O LA CUENTA JUDICIAL
      * EN EL CREDITO EMB POR LA PARTE EMBARGADA), CON SU FECHA
      * DE LIBERACION.
      *-----------------------------------------------------------
       13190-REGISTRAR-FONDO-RETENIDO.
           IF WS-FONDOS-CANT >= 20000 THEN
               DISPLAY "FONDOS RETENIDOS EXCEDEN LA TABLA EN "
                       "MEMORIA -- AMPLIAR WS-TABLA-FONDOS."
               MOVE "CARGA EN TABLA"       TO WS-ABEND-OPERACION
               MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
               MOVE "99"                   TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-FONDOS-CANT.
           ADD 1 TO WS-CONT-FONDOS-NUEVOS.
           SET WS-IDX-FONDO TO WS-FONDOS-CANT.
           MOVE WS-CLR-CLIENTE  TO WS-FON-CLIENTE (WS-IDX-FONDO).
           MOVE WS-CLR-SUCURSAL TO WS-FON-SUCURSAL (WS-IDX-FONDO).
           MOVE AUX-CCCACT-CODIGO TO WS-FON-CODIGO (WS-IDX-FONDO).
           MOVE AUX-CCCACT-FECHA
                TO WS-FON-FECHA-DEPOSITO (WS-IDX-FONDO).
           MOVE AUX-CCCACT-HORA TO WS-FON-HORA (WS-IDX-FONDO).
           MOVE WS-CLR-IMPORTE  TO WS-FON-IMPORTE (WS-IDX-FONDO).
           MOVE WS-CLR-FECHA-LIBERACION
                TO WS-FON-FECHA-LIBERACION (WS-IDX-FONDO).
           MOVE ZEROES TO WS-FON-FECHA-RECHAZO (WS-IDX-FONDO).
           SET FON-PENDIENTE (WS-IDX-FONDO) TO TRUE.
           SET FON-NUEVO-HOY (WS-IDX-FONDO) TO TRUE.
       13190-F-REGISTRAR-FONDO-RETENIDO.
           EXIT.

      *-----------------------------------------------------------
      * ACUMULA LOS CONTADORES Y TOTALES DE CONTROL DEL LISTADO:
      * REGISTROS LEIDOS, TOTAL POR TIPO DE MOVIMIENTO Y TOTAL
      * GENERAL, PARA LA FILA DE CONTROL AL PIE DE SALIDA-CCCACT.
      *-----------------------------------------------------------
       13200-ACUMULAR-TOTALES.

           ADD WS-IMPORTE-PESOS TO WS-TOTAL-GENERAL.
           ADD WS-IMPORTE-PESOS TO WS-SUBTOTAL-DIA.

           SET WS-IDX-TIPO TO 1.
           SEARCH WS-TOTALES-TIPO-TABLA
               AT END
                   PERFORM 13210-AGREGAR-TIPO-NUEVO
                   THRU 13210-F-AGREGAR-TIPO-NUEVO
               WHEN WS-TOTALES-TIPO-COD (WS-IDX-TIPO) = AUX-CCCACT-TIPO
                   ADD WS-IMPORTE-PESOS
       13500-CONTROLAR-ALERTAS.

      *    LOS UMBRALES DE CUMPLIMIENTO SON IMPORTES EN PESOS, POR
      *    LO QUE SE COMPARA EL IMPORTE YA CONVERTIDO. LOS
      *    MOVIMIENTOS EMB NO SON OPERATORIA DEL CLIENTE (EL CREDITO
      *    QUE LOS ORIGINA YA SE CONTROLO) Y EL DE LA CUENTA
      *    JUDICIAL CORTARIA EL ACUMULADO DE LA CUENTA EMBARGADA.
           IF HAY-UMBRALES
             AND AUX-CCCACT-CODIGO NOT = "EMB" THEN
               IF WS-IMPORTE-PESOS < 0 THEN
                   COMPUTE WS-IMPORTE-ABSOLUTO
                         = WS-IMPORTE-PESOS * -1
               MOVE AUX-CCCACT-IMPORTE   TO HIST-IMPORTE
               MOVE WS-IMPORTE-PESOS     TO HIST-IMPORTE-PESOS
               MOVE WS-FECHA-PROCESO-SISTEMA TO HIST-FECHA-CARGA
               MOVE WS-CICLO-NUMERO      TO HIST-CICLO-CARGA

               SET HISTORIAL-PENDIENTE TO TRUE
               PERFORM 13610-ESCRIBIR-HISTORIAL
      * SER EL MISMO MOVIMIENTO YA CARGADO POR LA CORRIDA ABENDADA
      * DESPUES DE SU ULTIMO CHECKPOINT. SE LEE EL REGISTRO QUE YA
      * ESTA BAJO LA CLAVE Y, SI SU CONTENIDO COINCIDE CAMPO POR
      * CAMPO Y LO CARGO ESTA MISMA FECHA Y CICLO, EL MOVIMIENTO
      * SE DA POR CARGADO EN VEZ DE VOLVER A
      * GRABARSE CON OTRA SECUENCIA. SI DIFIERE, ES UN MOVIMIENTO
      * DISTINTO DEL MISMO SEGUNDO Y LA SECUENCIA SIGUE SUBIENDO.
      * LA LECTURA PISA EL AREA DEL REGISTRO, POR ESO EL CONTENIDO
           MOVE HIST-IMPORTE       TO WS-HIST-IMPORTE-CAND.
           MOVE HIST-IMPORTE-PESOS TO WS-HIST-IMP-PESOS-CAND.
           MOVE HIST-FECHA-CARGA   TO WS-HIST-FECHA-CARGA-CAND.
           MOVE HIST-CICLO-CARGA   TO WS-HIST-CICLO-CARGA-CAND.

           READ HISTORIAL-CCC.

             AND HIST-TIPO = WS-HIST-TIPO-CAND
             AND HIST-MONEDA = WS-HIST-MONEDA-CAND
             AND HIST-IMPORTE = WS-HIST-IMPORTE-CAND
             AND HIST-IMPORTE-PESOS = WS-HIST-IMP-PESOS-CAND
             AND HIST-FECHA-CARGA = WS-HIST-FECHA-CARGA-CAND
             AND HIST-CICLO-CARGA = WS-HIST-CICLO-CARGA-CAND THEN
               SET HIST-YA-CARGADO TO TRUE
           END-IF.

           MOVE WS-HIST-IMPORTE-CAND   TO HIST-IMPORTE.
           MOVE WS-HIST-IMP-PESOS-CAND TO HIST-IMPORTE-PESOS.
           MOVE WS-HIST-FECHA-CARGA-CAND TO HIST-FECHA-CARGA.
           MOVE WS-HIST-CICLO-CARGA-CAND TO HIST-CICLO-CARGA.

       13620-F-COMPARAR-HISTORIAL.
           EXIT.

      *-----------------------------------------------------------
      * IMPUESTO A LOS DEBITOS Y CREDITOS BANCARIOS: POR CADA
      * DEBITO (101) O CREDITO (201/203) ACEPTADO SE GENERA UN
      * DEBITO IMPUESTO (103, CODIGO "IMP") EN LA MISMA CUENTA,
      * FECHA Y HORA, POR EL IMPORTE EN PESOS DEL MOVIMIENTO A LA
      * TASA DE IMPUESTO-CCC.TXT O A LA REDUCIDA DE LA CUENTA,
      * REDONDEADO AL CENTAVO. NO SE GRAVAN LAS REVERSAS, EL
      * PROPIO IMPUESTO, LAS COMISIONES NI LOS INTERESES QUE
      * GENERA CCCDEV (CODIGO "DEV"), NI LOS MOVIMIENTOS DE LA
      * LIQUIDACION DE CIERRE DE CCCLIQ (CODIGO "LIQ"), QUE DEJAN
      * LA CUENTA EN CERO Y NO PUEDEN ARRASTRAR UN IMPUESTO
      * POSTERIOR, NI LAS RETENCIONES POR EMBARGO (CODIGO "EMB"),
      * CUYO CREDITO DE ORIGEN YA PAGO EL IMPUESTO, NI LAS
      * CUENTAS EXENTAS.
      *-----------------------------------------------------------
       13700-GENERAR-IMPUESTO.

           SET IMPUESTO-NO-APLICA TO TRUE.

           IF HAY-IMPUESTO
             AND AUX-CCCACT-CODIGO NOT = "DEV"
             AND AUX-CCCACT-CODIGO NOT = "LIQ"
             AND AUX-CCCACT-CODIGO NOT = "EMB"
             AND WS-IMPORTE-PESOS NOT = ZEROES THEN
               EVALUATE TRUE
                   WHEN TIPO-DEBITO-NORMAL
                       SET IMPUESTO-APLICA TO TRUE
                       MOVE WS-IMP-TASA-DEBITO TO WS-IMP-TASA
                   WHEN TIPO-CREDITO-NORMAL
                   WHEN TIPO-CREDITO-DEPOSITO
                       SET IMPUESTO-APLICA TO TRUE
                       MOVE WS-IMP-TASA-CREDITO TO WS-IMP-TASA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF IMPUESTO-APLICA THEN
               PERFORM 13710-BUSCAR-EXENCION
               THRU 13710-F-BUSCAR-EXENCION
           END-IF.

           IF IMPUESTO-APLICA THEN
               IF WS-IMPORTE-PESOS < 0 THEN
                   COMPUTE WS-IMP-BASE = WS-IMPORTE-PESOS * -1
               ELSE
                   MOVE WS-IMPORTE-PESOS TO WS-IMP-BASE
               END-IF
               COMPUTE WS-IMP-IMPORTE ROUNDED
                     = WS-IMP-BASE * WS-IMP-TASA
               IF WS-IMP-IMPORTE = ZEROES THEN
                   SET IMPUESTO-NO-APLICA TO TRUE
               END-IF
           END-IF.

           IF IMPUESTO-APLICA THEN
               PERFORM 13720-APLICAR-IMPUESTO
               THRU 13720-F-APLICAR-IMPUESTO
           END-IF.

       13700-F-GENERAR-IMPUESTO.
           EXIT.

      *-----------------------------------------------------------
      * LA CUENTA EXENTA NO PAGA EL IMPUESTO; LA DE TASA REDUCIDA
      * LO PAGA A SU TASA DE DEBITO O DE CREDITO SEGUN EL TIPO.
      *-----------------------------------------------------------
       13710-BUSCAR-EXENCION.

           SET WS-IDX-EXENCION TO 1.
           SEARCH WS-EXENCIONES-TABLA
               AT END
                   CONTINUE
               WHEN WS-IDX-EXENCION > WS-EXENCIONES-CANT
                   CONTINUE
               WHEN WS-EXE-CLIENTE (WS-IDX-EXENCION)
                       = AUX-CCCACT-CLIENTE
                AND WS-EXE-SUCURSAL (WS-IDX-EXENCION)
                       = AUX-CCCACT-SUCURSAL
                   IF EXE-EXENTA (WS-IDX-EXENCION) THEN
                       SET IMPUESTO-NO-APLICA TO TRUE
                   END-IF
                   IF EXE-REDUCIDA (WS-IDX-EXENCION) THEN
                       IF TIPO-DEBITO-NORMAL THEN
                           MOVE WS-EXE-TASA-DEBITO (WS-IDX-EXENCION)
                                TO WS-IMP-TASA
                       ELSE
                           MOVE WS-EXE-TASA-CREDITO (WS-IDX-EXENCION)
                                TO WS-IMP-TASA
                       END-IF
                   END-IF
           END-SEARCH.

       13710-F-BUSCAR-EXENCION.
           EXIT.

      *-----------------------------------------------------------
      * ARMA EL 103 SOBRE AUX-CCCACT, GUARDANDO ANTES EL MOVIMIENTO
      * DE ORIGEN, Y LO PROCESA COMO UNO MAS: PASA LOS MISMOS
      * FILTROS, SE LISTA, ACTUALIZA SALDOS Y TOTALES Y SE GRABA EN
      * EL HISTORIAL A CONTINUACION DE SU ORIGEN (13610 LE DA LA
      * SECUENCIA SIGUIENTE). EN EL RESTART POR CHECKPOINT SOLO SE
      * REAPLICA SOBRE LAS TABLAS, IGUAL QUE SU MOVIMIENTO DE
      * ORIGEN EN 10220-REAPLICAR-SALDO-SALTEADO.
      *-----------------------------------------------------------
       13720-APLICAR-IMPUESTO.

           MOVE AUX-CCCACT           TO WS-IMP-AUX-ORIGEN.
           MOVE WS-IMPORTE-PESOS     TO WS-IMP-PESOS-ORIGEN.
           MOVE WS-MONEDA-MOVIMIENTO TO WS-IMP-MONEDA-ORIGEN.

           MOVE "IMP" TO AUX-CCCACT-CODIGO.
           MOVE "103" TO AUX-CCCACT-TIPO.
           MOVE "ARS" TO AUX-CCCACT-MONEDA.
           COMPUTE AUX-CCCACT-IMPORTE = WS-IMP-IMPORTE * -1.
           MOVE AUX-CCCACT-IMPORTE TO WS-IMPORTE-PESOS.
           MOVE "ARS" TO WS-MONEDA-MOVIMIENTO.

           PERFORM 20060-FILTRAR-MOVIMIENTO
           THRU 20060-F-FILTRAR-MOVIMIENTO.

           IF MOVIMIENTO-PASA-FILTRO THEN
               ADD 1 TO WS-CONT-IMPUESTOS

               IF REAPLICANDO THEN
                   PERFORM 13100-ACTUALIZAR-SALDO
                   THRU 13100-F-ACTUALIZAR-SALDO

                   PERFORM 13400-CONTROLAR-REVERSA
                   THRU 13400-F-CONTROLAR-REVERSA

                   PERFORM 13500-CONTROLAR-ALERTAS
                   THRU 13500-F-CONTROLAR-ALERTAS

                   PERFORM 13230-ACUMULAR-CONTABLE
                   THRU 13230-F-ACUMULAR-CONTABLE

                   IF HAY-DISTRIBUCION THEN
                       PERFORM 10230-REAPLICAR-SUCURSAL
                       THRU 10230-F-REAPLICAR-SUCURSAL
                   END-IF
               ELSE
                   PERFORM 13000-MOVER-DETALLES
                   THRU 13000-F-MOVER-DETALLES

                   PERFORM 51000-IMPRIMIR-DATOS
                   THRU 51000-F-IMPRIMIR-DATOS
               END-IF
           END-IF.

           MOVE WS-IMP-AUX-ORIGEN    TO AUX-CCCACT.
           MOVE WS-IMP-PESOS-ORIGEN  TO WS-IMPORTE-PESOS.
           MOVE WS-IMP-MONEDA-ORIGEN TO WS-MONEDA-MOVIMIENTO.
           SET MOVIMIENTO-PASA-FILTRO TO TRUE.

       13720-F-APLICAR-IMPUESTO.
           EXIT.

      *-----------------------------------------------------------
      * POSTEA LAS RETENCIONES QUE 13150 REGISTRO PARA EL CREDITO
      * ACTUAL: POR CADA OFICIO, UN DEBITO (101) EN LA CUENTA
      * EMBARGADA Y UN CREDITO (201) EN SU CUENTA JUDICIAL, AMBOS
      * CON CODIGO "EMB", EN PESOS Y CON LA FECHA Y HORA DEL
      * CREDITO DE ORIGEN. SE ARMAN SOBRE AUX-CCCACT Y SE PROCESAN
      * COMO EL 103 DE 13720: SE LISTAN, ACTUALIZAN SALDOS Y
      * TOTALES, ALIMENTAN LA INTERFAZ CONTABLE Y SE GRABAN EN EL
      * HISTORIAL; EN EL RESTART POR CHECKPOINT SOLO SE REAPLICAN
      * SOBRE LAS TABLAS. AL FINAL SE RESTAURA EL MOVIMIENTO DE
      * ORIGEN. SE GENERAN DESPUES DEL 103 DEL CREDITO PARA QUE EN
      * EL HISTORIAL EL IMPUESTO SIGA INMEDIATAMENTE A SU BASE,
      * QUE ES COMO LOS APAREA CCCIMP.
      *-----------------------------------------------------------
       13800-GENERAR-EMBARGOS.

           IF HAY-EMB-A-GENERAR THEN
               MOVE AUX-CCCACT           TO WS-EMB-AUX-ORIGEN
               MOVE WS-IMPORTE-PESOS     TO WS-EMB-PESOS-ORIGEN
               MOVE WS-MONEDA-MOVIMIENTO TO WS-EMB-MONEDA-ORIGEN
               MOVE WS-NOMBRE-CLIENTE    TO WS-EMB-NOMBRE-ORIGEN

               PERFORM 13810-POSTEAR-RETENCION
               THRU 13810-F-POSTEAR-RETENCION
               VARYING WS-IDX-RETENCION FROM WS-EMB-RET-DESDE BY 1
               UNTIL WS-IDX-RETENCION > WS-RETENCIONES-CANT

               MOVE WS-EMB-AUX-ORIGEN    TO AUX-CCCACT
               MOVE WS-EMB-PESOS-ORIGEN  TO WS-IMPORTE-PESOS
               MOVE WS-EMB-MONEDA-ORIGEN TO WS-MONEDA-MOVIMIENTO
               MOVE WS-EMB-NOMBRE-ORIGEN TO WS-NOMBRE-CLIENTE
               SET MOVIMIENTO-PASA-FILTRO TO TRUE
               SET NO-HAY-EMB-A-GENERAR TO TRUE
               SET EMB-CHEQUE-LIBRE TO TRUE
           END-IF.

       13800-F-GENERAR-EMBARGOS.
           EXIT.

       13810-POSTEAR-RETENCION.

           SET WS-IDX-EMBARGO
               TO WS-RET-SUB-EMBARGO (WS-IDX-RETENCION).
           MOVE WS-RET-IMPORTE (WS-IDX-RETENCION)
                TO WS-EMB-RETENCION.

      *    DEBITO EN LA CUENTA EMBARGADA.
           MOVE WS-EMB-AUX-ORIGEN    TO AUX-CCCACT.
           MOVE WS-EMB-NOMBRE-ORIGEN TO WS-NOMBRE-CLIENTE.
           MOVE "EMB" TO AUX-CCCACT-CODIGO.
           MOVE "101" TO AUX-CCCACT-TIPO.
           MOVE "ARS" TO AUX-CCCACT-MONEDA.
           COMPUTE AUX-CCCACT-IMPORTE = WS-EMB-RETENCION * -1.

           PERFORM 13820-PROCESAR-EMBARGO
           THRU 13820-F-PROCESAR-EMBARGO.

      *    CREDITO EN LA CUENTA JUDICIAL DEL OFICIO.
           MOVE WS-EMB-JUD-CLIENTE (WS-IDX-EMBARGO)
                TO AUX-CCCACT-CLIENTE.
           MOVE WS-EMB-JUD-SUCURSAL (WS-IDX-EMBARGO)
                TO AUX-CCCACT-SUCURSAL.
           MOVE "201" TO AUX-CCCACT-TIPO.
           MOVE WS-EMB-RETENCION TO AUX-CCCACT-IMPORTE.

           PERFORM 13830-BUSCAR-NOMBRE-JUDICIAL
           THRU 13830-F-BUSCAR-NOMBRE-JUDICIAL.

           PERFORM 13820-PROCESAR-EMBARGO
           THRU 13820-F-PROCESAR-EMBARGO.

       13810-F-POSTEAR-RETENCION.
           EXIT.

       13820-PROCESAR-EMBARGO.

           MOVE AUX-CCCACT-IMPORTE TO WS-IMPORTE-PESOS.
           MOVE "ARS" TO WS-MONEDA-MOVIMIENTO.

           PERFORM 20060-FILTRAR-MOVIMIENTO
           THRU 20060-F-FILTRAR-MOVIMIENTO.

           IF MOVIMIENTO-PASA-FILTRO THEN
               IF REAPLICANDO THEN
                   PERFORM 13100-ACTUALIZAR-SALDO
                   THRU 13100-F-ACTUALIZAR-SALDO

                   PERFORM 13400-CONTROLAR-REVERSA
                   THRU 13400-F-CONTROLAR-REVERSA

                   PERFORM 13500-CONTROLAR-ALERTAS
                   THRU 13500-F-CONTROLAR-ALERTAS

                   PERFORM 13230-ACUMULAR-CONTABLE
                   THRU 13230-F-ACUMULAR-CONTABLE

                   IF HAY-DISTRIBUCION THEN
                       PERFORM 10230-REAPLICAR-SUCURSAL
                       THRU 10230-F-REAPLICAR-SUCURSAL
                   END-IF
               ELSE
                   PERFORM 13000-MOVER-DETALLES
                   THRU 13000-F-MOVER-DETALLES

                   PERFORM 51000-IMPRIMIR-DATOS
                   THRU 51000-F-IMPRIMIR-DATOS
               END-IF
           END-IF.

       13820-F-PROCESAR-EMBARGO.
           EXIT.

      *-----------------------------------------------------------
      * EL RENGLON DEL CREDITO EMB LLEVA EL NOMBRE DEL TITULAR DE
      * LA CUENTA JUDICIAL SEGUN EL MAESTRO (EN BLANCO SIN MAESTRO
      * O SI NO FIGURA). LA CUENTA JUDICIAL NO SE VALIDA: LA
      * RETENCION ORDENADA POR EL OFICIO SE ACREDITA IGUAL.
      *-----------------------------------------------------------
       13830-BUSCAR-NOMBRE-JUDICIAL.

           MOVE SPACES TO WS-NOMBRE-CLIENTE.

           IF HAY-MAESTRO AND WS-MAESTRO-CANT > ZEROES THEN
               SEARCH ALL WS-MAESTRO-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-MAESTRO-CLIENTE (WS-IDX-MAESTRO)
                           = AUX-CCCACT-CLIENTE
                    AND WS-MAESTRO-SUCURSAL (WS-IDX-MAESTRO)
                           = AUX-CCCACT-SUCURSAL
                       MOVE WS-MAESTRO-NOMBRE (WS-IDX-MAESTRO)
                            TO WS-NOMBRE-CLIENTE
               END-SEARCH
           END-IF.

       13830-F-BUSCAR-NOMBRE-JUDICIAL.
           EXIT.

      *-----------------------------------------------------------
      * GENERA LA LINEA DELIMITADA (CSV) DEL MOVIMIENTO ACTUAL EN
      * SALIDA-CCCACT.CSV, A PARTIR DE LOS MISMOS DATOS DE

                           PERFORM 51000-IMPRIMIR-DATOS
                           THRU 51000-F-IMPRIMIR-DATOS

                           PERFORM 13700-GENERAR-IMPUESTO
                           THRU 13700-F-GENERAR-IMPUESTO

                           PERFORM 13800-GENERAR-EMBARGOS
                           THRU 13800-F-GENERAR-EMBARGOS
                       END-IF
                   ELSE
                       PERFORM 20200-GRABAR-EXCEPCION
               ADD 1 TO WS-CONT-FILTRADOS
           END-IF.

           IF WS-ORIGEN-MOVIMIENTO > ZEROES THEN
               PERFORM 17000-ANOTAR-ACUSE
               THRU 17000-F-ANOTAR-ACUSE
           END-IF.

           IF MODO-DIARIO AND NOT PROCESANDO-REPROCESO THEN
               ADD 1 TO WS-CONT-DESDE-CHECKPOINT
               IF WS-CONT-DESDE-CHECKPOINT

           SET MOVIMIENTO-VALIDO TO TRUE.
           MOVE SPACES TO WS-MOTIVO-EXCEPCION.
           MOVE ZEROES TO WS-COD-MOTIVO-EXCEPCION.

           EVALUATE TRUE
               WHEN NOT TIPO-VALIDO
                   SET MOVIMIENTO-INVALIDO TO TRUE
                   MOVE "TIPO DE MOVIMIENTO INVALIDO"
                        TO WS-MOTIVO-EXCEPCION
                   MOVE 101 TO WS-COD-MOTIVO-EXCEPCION
               WHEN AUX-CCCACT-IMPORTE = 0
                   SET MOVIMIENTO-INVALIDO TO TRUE
                   MOVE "IMPORTE EN CERO" TO WS-MOTIVO-EXCEPCION
                   MOVE 102 TO WS-COD-MOTIVO-EXCEPCION
               WHEN AUX-CCCACT-IMPORTE > WS-IMPORTE-MAXIMO
                 OR AUX-CCCACT-IMPORTE < WS-IMPORTE-MINIMO
                   SET MOVIMIENTO-INVALIDO TO TRUE
                   MOVE "IMPORTE FUERA DE RANGO"
                        TO WS-MOTIVO-EXCEPCION
                   MOVE 103 TO WS-COD-MOTIVO-EXCEPCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               SET MOVIMIENTO-INVALIDO TO TRUE
               MOVE "FECHA CALENDARIO INEXISTENTE"
                    TO WS-MOTIVO-EXCEPCION
               MOVE 104 TO WS-COD-MOTIVO-EXCEPCION
           END-IF.

           IF MOVIMIENTO-VALIDO AND HAY-CALENDARIO THEN
                   SET MOVIMIENTO-INVALIDO TO TRUE
                   MOVE "FECHA EN FIN DE SEMANA"
                        TO WS-MOTIVO-EXCEPCION
                   MOVE 105 TO WS-COD-MOTIVO-EXCEPCION
               ELSE
                   PERFORM 20138-BUSCAR-FERIADO
                   THRU 20138-F-BUSCAR-FERIADO
                       SET MOVIMIENTO-INVALIDO TO TRUE
                       MOVE "FECHA EN DIA FERIADO"
                            TO WS-MOTIVO-EXCEPCION
                       MOVE 106 TO WS-COD-MOTIVO-EXCEPCION
                   END-IF
               END-IF
           END-IF.
                   SET MOVIMIENTO-INVALIDO TO TRUE
                   MOVE "SIN COTIZACION PARA LA FECHA"
                        TO WS-MOTIVO-EXCEPCION
                   MOVE 107 TO WS-COD-MOTIVO-EXCEPCION
               END-IF
           END-IF.

      * BUSCA LA CUENTA DEL MOVIMIENTO ACTUAL EN LA TABLA DEL
      * MAESTRO. CUENTA INEXISTENTE O CERRADA SE RECHAZA HACIA EL
      * INFORME DE CUENTAS RECHAZADAS; ACTIVA O BLOQUEADA SIGUE AL
      * LISTADO CON EL NOMBRE DEL TITULAR. EN UNA CUENTA INACTIVA
      * SE RECHAZAN LOS DEBITOS DEL CLIENTE (101 Y 103) Y LOS
      * CREDITOS SE SIGUEN POSTEANDO. EN UNA CUENTA BLOQUEADA
      * (EMBARGO JUDICIAL) SE RECHAZA TODO DEBITO (101, 102 Y
      * 103); LOS CREDITOS SIGUEN ENTRANDO, Y LA PARTE QUE CUBRE
      * EL OFICIO PASA A LA CUENTA JUDICIAL CON LOS MOVIMIENTOS EMB
      * DE 13800, QUE NO PASAN POR ESTA VALIDACION.
      * SIN MAESTRO CARGADO NO SE RECHAZA NADA Y EL NOMBRE QUEDA
      * EN BLANCO.
      *-----------------------------------------------------------
       20150-VALIDAR-CUENTA.

           SET CUENTA-ACEPTADA TO TRUE.
           MOVE SPACES TO WS-NOMBRE-CLIENTE.
           MOVE SPACES TO WS-MOTIVO-CUENTA.
           MOVE ZEROES TO WS-COD-MOTIVO-CUENTA.
           MOVE SPACE  TO WS-ESTADO-CUENTA.

           IF HAY-MAESTRO THEN
                   SET CUENTA-RECHAZADA TO TRUE
                   MOVE "CUENTA INEXISTENTE"
                        TO WS-MOTIVO-CUENTA
                   MOVE 201 TO WS-COD-MOTIVO-CUENTA
               ELSE
                   SEARCH ALL WS-MAESTRO-TABLA
                       AT END
                           SET CUENTA-RECHAZADA TO TRUE
                           MOVE "CUENTA INEXISTENTE"
                                TO WS-MOTIVO-CUENTA
                           MOVE 201 TO WS-COD-MOTIVO-CUENTA
                       WHEN WS-MAESTRO-CLIENTE (WS-IDX-MAESTRO)
                               = AUX-CCCACT-CLIENTE
                        AND WS-MAESTRO-SUCURSAL (WS-IDX-MAESTRO)
               IF CUENTA-CERRADA THEN
                   SET CUENTA-RECHAZADA TO TRUE
                   MOVE "CUENTA CERRADA" TO WS-MOTIVO-CUENTA
                   MOVE 202 TO WS-COD-MOTIVO-CUENTA
               END-IF

               IF CUENTA-INACTIVA
                 AND (TIPO-DEBITO-NORMAL OR TIPO-DEBITO-IMPUESTO) THEN
                   SET CUENTA-RECHAZADA TO TRUE
                   MOVE "DEBITO EN CUENTA INACTIVA"
                        TO WS-MOTIVO-CUENTA
                   MOVE 203 TO WS-COD-MOTIVO-CUENTA
               END-IF

               IF CUENTA-BLOQUEADA
                 AND (TIPO-DEBITO-NORMAL OR TIPO-DEBITO-COMISION
                      OR TIPO-DEBITO-IMPUESTO) THEN
                   SET CUENTA-RECHAZADA TO TRUE
                   MOVE "DEBITO EN CUENTA BLOQUEADA"
                        TO WS-MOTIVO-CUENTA
                   MOVE 204 TO WS-COD-MOTIVO-CUENTA
               END-IF
           END-IF.

      * CONTROL DE DUPLICADOS ENTRE CORRIDAS: BUSCA EN EL
      * HISTORIAL, SECUENCIA POR SECUENCIA DE LA CLAVE DEL
      * MOVIMIENTO, UN REGISTRO CON EL MISMO CONTENIDO (TIPO,
      * IMPORTE, MONEDA) CARGADO POR UNA CORRIDA DE OTRA FECHA O
      * POR OTRO CICLO DE HOY: ES EL REENVIO DE UN FICHERO YA
      * PROCESADO. LOS REGISTROS CARGADOS HOY POR ESTE MISMO CICLO
      * NO CUENTAN (RESTART O REPETIDO LEGITIMO DEL MISMO
      * SEGUNDO). SOLO CONTROLA LA CORRIDA DIARIA: EL
      * EXTRACTO MENSUAL RECONSOLIDA DIARIOS YA CARGADOS Y TODO
      * LE PARECERIA DUPLICADO. CON FORZAR-DUPLICADOS.TXT
      * PRESENTE EL CONTROL SE SALTEA Y TODO SE ACEPTA.
                   IF HIST-TIPO = AUX-CCCACT-TIPO
                     AND HIST-MONEDA = WS-MONEDA-MOVIMIENTO
                     AND HIST-IMPORTE = AUX-CCCACT-IMPORTE
                     AND (HIST-FECHA-CARGA
                           NOT = WS-FECHA-PROCESO-SISTEMA
                       OR HIST-CICLO-CARGA NOT = WS-CICLO-NUMERO) THEN
                       SET MOVIMIENTO-DUPLICADO TO TRUE
                       MOVE HIST-FECHA-CARGA
                            TO WS-FECHA-CARGA-ORIGINAL
           END-IF.
           SET ENTRADA-CERRADA TO TRUE.

           IF LEYENDO-ORIGEN-ORDENADO THEN
               PERFORM 16300-CERRAR-ORIGEN-ORDENADO
               THRU 16300-F-CERRAR-ORIGEN-ORDENADO
           END-IF.

           MOVE "REPROCESO-CCCACT.TXT" TO WS-NOMBRE-ENTRADA.

           OPEN INPUT ENTRADA.
      * ORIGEN PASA ANTES POR LA VERIFICACION DE SU PROPIO HDR/TRL
      * (CON FECHA DE PROCESO DE HOY), ASI CUANDO LAS CIFRAS NO
      * DAN SE SABE QUE SISTEMA QUEDO CORTO. LA ENTRADA DE LA
      * CORRIDA PASA A SER EL FICHERO DE TRABAJO ORDENADO, Y EL
      * SISTEMA DE ORIGEN DE CADA MOVIMIENTO QUEDA EN EL FICHERO
      * PARALELO CCCACT-ORIGEN.WRK PARA LOS ACUSES POR ORIGEN.
      *-----------------------------------------------------------
       16000-CONSOLIDAR-ORIGENES.

           MOVE ZEROES TO WS-ORIGENES-CANT.

           SORT CCCACT-ORDEN-ORIGEN
               ON ASCENDING KEY SRO-CLIENTE SRO-SUCURSAL
                                SRO-FECHA SRO-HORA SRO-ORIGEN
               INPUT PROCEDURE IS 16015-CARGAR-ORIGENES
               OUTPUT PROCEDURE IS 16100-SEPARAR-ORIGENES.

           IF SORT-RETURN NOT = ZERO THEN
               MOVE "SORT"               TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORDORI.WRK"  TO WS-ABEND-FICHERO
               MOVE SORT-RETURN          TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           PERFORM 10400-VERIFICAR-CONTROL-ENTRADA
           THRU 10400-F-VERIFICAR-CONTROL-ENTRADA.

           PERFORM 16020-REGISTRAR-ORIGEN
           THRU 16020-F-REGISTRAR-ORIGEN.

           OPEN INPUT ENTRADA.

           IF NOT ENTRADA-OK THEN
           PERFORM 12000-PRIMER-LECTURA
           THRU 12000-F-PRIMER-LECTURA.

           PERFORM 16011-LIBERAR-MOVIMIENTO-ORIGEN
           THRU 16011-F-LIBERAR-MOVIMIENTO-ORIGEN
           UNTIL EOF-ENTRADA.

           CLOSE ENTRADA.
       16010-F-CARGAR-UN-ORIGEN.
           EXIT.

       16011-LIBERAR-MOVIMIENTO-ORIGEN.
           MOVE AUX-CCCACT       TO SRO-MOVIMIENTO.
           MOVE WS-ORIGEN-ACTUAL TO SRO-ORIGEN.
           RELEASE SRO-REG-CCCACT.

           PERFORM 12000-PRIMER-LECTURA
           THRU 12000-F-PRIMER-LECTURA.

       16011-F-LIBERAR-MOVIMIENTO-ORIGEN.
           EXIT.

      *-----------------------------------------------------------
      * UBICA EN LA TABLA DE ORIGENES EL SISTEMA DEL HDR QUE ACABA
      * DE VERIFICAR 10400 (O LO AGREGA) Y LE SUMA LO INFORMADO EN
      * EL TRL DEL FICHERO. UN HDR SIN NOMBRE DE ORIGEN QUEDA COMO
      * "ANONIMO", PARA QUE IGUAL RECIBA SU ACUSE.
      *-----------------------------------------------------------
       16020-REGISTRAR-ORIGEN.

           MOVE WS-CTL-ORIGEN TO WS-ACU-SISTEMA.
           IF WS-ACU-SISTEMA = SPACES OR LOW-VALUES THEN
               MOVE "ANONIMO" TO WS-ACU-SISTEMA
           END-IF.

           SET WS-IDX-ORIGEN TO 1.
           SEARCH WS-ORIGENES-TABLA
               AT END
                   PERFORM 16025-AGREGAR-ORIGEN
                   THRU 16025-F-AGREGAR-ORIGEN
               WHEN WS-IDX-ORIGEN > WS-ORIGENES-CANT
                   PERFORM 16025-AGREGAR-ORIGEN
                   THRU 16025-F-AGREGAR-ORIGEN
               WHEN WS-ORI-SISTEMA (WS-IDX-ORIGEN) = WS-ACU-SISTEMA
                   CONTINUE
           END-SEARCH.

           ADD 1                   TO WS-ORI-FICHEROS (WS-IDX-ORIGEN).
           ADD WS-CTL-CANTIDAD-INF TO WS-ORI-CANT-INF (WS-IDX-ORIGEN).
           ADD WS-CTL-IMPORTE-INF
               TO WS-ORI-IMPORTE-INF (WS-IDX-ORIGEN).

           SET WS-ORIGEN-ACTUAL TO WS-IDX-ORIGEN.

       16020-F-REGISTRAR-ORIGEN.
           EXIT.

       16025-AGREGAR-ORIGEN.

           IF WS-ORIGENES-CANT >= 20 THEN
               MOVE "DEMASIADOS SISTEMAS DE ORIGEN (MAX 20)"
                    TO WS-CTL-MOTIVO
               PERFORM 90200-ABEND-ERROR-CONTROL
               THRU 90200-F-ABEND-ERROR-CONTROL
           END-IF.

           ADD 1 TO WS-ORIGENES-CANT.
           SET WS-IDX-ORIGEN TO WS-ORIGENES-CANT.

           MOVE WS-ACU-SISTEMA TO WS-ORI-SISTEMA (WS-IDX-ORIGEN).
           MOVE ZEROES         TO WS-ORI-FICHEROS (WS-IDX-ORIGEN).
           MOVE ZEROES         TO WS-ORI-CANT-INF (WS-IDX-ORIGEN).
           MOVE ZEROES         TO WS-ORI-IMPORTE-INF (WS-IDX-ORIGEN).

       16025-F-AGREGAR-ORIGEN.
           EXIT.

      *-----------------------------------------------------------
      * OUTPUT PROCEDURE DEL SORT MULTIORIGEN: PARTE CADA REGISTRO
      * ORDENADO EN EL MOVIMIENTO, QUE VA A CCCACT-ORDENADA.WRK CON
      * EL LAYOUT DE SIEMPRE, Y SU NUMERO DE ORIGEN, QUE VA EN EL
      * MISMO ORDEN A CCCACT-ORIGEN.WRK.
      *-----------------------------------------------------------
       16100-SEPARAR-ORIGENES.

           OPEN OUTPUT ENTRADA-ORDENADA.
           IF NOT ORDENADA-OK THEN
               MOVE "APERTURA"            TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORDENADA.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORDENADA           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           OPEN OUTPUT ORIGEN-ORDENADA.
           IF NOT ORIGEN-ORDENADO-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORIGEN.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORIG-ORD         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           SET NO-FIN-ORDEN-ORIGEN TO TRUE.
           PERFORM 16110-DEVOLVER-ORDENADO
           THRU 16110-F-DEVOLVER-ORDENADO
           UNTIL FIN-ORDEN-ORIGEN.

           CLOSE ENTRADA-ORDENADA.
           IF NOT ORDENADA-OK THEN
               MOVE "CIERRE"              TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORDENADA.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORDENADA           TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           CLOSE ORIGEN-ORDENADA.
           IF NOT ORIGEN-ORDENADO-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORIGEN.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORIG-ORD         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       16100-F-SEPARAR-ORIGENES.
           EXIT.

       16110-DEVOLVER-ORDENADO.

           RETURN CCCACT-ORDEN-ORIGEN
               AT END
                   SET FIN-ORDEN-ORIGEN TO TRUE
           END-RETURN.

           IF NOT FIN-ORDEN-ORIGEN THEN
               WRITE REG-ENTRADA-ORDENADA FROM SRO-MOVIMIENTO
               IF NOT ORDENADA-OK THEN
                   MOVE "ESCRITURA"           TO WS-ABEND-OPERACION
                   MOVE "CCCACT-ORDENADA.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-ORDENADA           TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               WRITE REG-ORIGEN-ORDENADA FROM SRO-ORIGEN
               IF NOT ORIGEN-ORDENADO-OK THEN
                   MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
                   MOVE "CCCACT-ORIGEN.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-ORIG-ORD         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       16110-F-DEVOLVER-ORDENADO.
           EXIT.

      *-----------------------------------------------------------
      * CIERRA EL FICHERO DE ORIGENES AL TERMINAR LA ENTRADA
      * ORDENADA: LO QUE SIGUE (EL REPROCESO DE CCCFIX) NO VIENE
      * DE NINGUN SISTEMA DE ORIGEN Y NO VA A LOS ACUSES.
      *-----------------------------------------------------------
       16300-CERRAR-ORIGEN-ORDENADO.

           CLOSE ORIGEN-ORDENADA.
           IF NOT ORIGEN-ORDENADO-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "CCCACT-ORIGEN.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ORIG-ORD         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           SET SIN-ORIGEN-ORDENADO TO TRUE.
           MOVE ZEROES TO WS-ORIGEN-MOVIMIENTO.

       16300-F-CERRAR-ORIGEN-ORDENADO.
           EXIT.

      *-----------------------------------------------------------
      * ANOTA PARA EL ACUSE DE SU ORIGEN LO QUE LE PASO AL
      * MOVIMIENTO RECIEN PROCESADO POR 20050, CON LAS MISMAS
      * MARCAS QUE DECIDIERON SU CAMINO: FILTRADO, CUENTA
      * RECHAZADA, EXCEPCION, DUPLICADO O ACEPTADO. EL IMPUESTO
      * GENERADO EN 13700 NO SE ANOTA: NO LO MANDO EL ORIGEN.
      *-----------------------------------------------------------
       17000-ANOTAR-ACUSE.

           EVALUATE TRUE
               WHEN MOVIMIENTO-NO-PASA-FILTRO
                   SET ACU-FILTRADO TO TRUE
                   MOVE 401 TO WS-ACU-COD-MOTIVO
                   MOVE "FUERA DEL FILTRO DE LA CORRIDA"
                        TO WS-ACU-MOTIVO
               WHEN CUENTA-RECHAZADA
                   SET ACU-RECHAZADO TO TRUE
                   MOVE WS-COD-MOTIVO-CUENTA TO WS-ACU-COD-MOTIVO
                   MOVE WS-MOTIVO-CUENTA     TO WS-ACU-MOTIVO
               WHEN MOVIMIENTO-INVALIDO
                   SET ACU-RECHAZADO TO TRUE
                   MOVE WS-COD-MOTIVO-EXCEPCION TO WS-ACU-COD-MOTIVO
                   MOVE WS-MOTIVO-EXCEPCION     TO WS-ACU-MOTIVO
               WHEN MOVIMIENTO-DUPLICADO
                   SET ACU-DUPLICADO TO TRUE
                   MOVE 301 TO WS-ACU-COD-MOTIVO
                   MOVE WS-FECHA-CARGA-ORIGINAL TO WS-ACU-DUP-FECHA
                   MOVE WS-ACU-MOTIVO-DUPLICADO TO WS-ACU-MOTIVO
               WHEN OTHER
                   SET ACU-ACEPTADO TO TRUE
                   MOVE ZEROES TO WS-ACU-COD-MOTIVO
                   MOVE SPACES TO WS-ACU-MOTIVO
           END-EVALUATE.

           MOVE WS-CONT-LEIDOS       TO ACT-SECUENCIA.
           MOVE WS-ORIGEN-MOVIMIENTO TO ACT-ORIGEN.
           MOVE WS-ACU-ESTADO        TO ACT-ESTADO.
           MOVE WS-ACU-COD-MOTIVO    TO ACT-COD-MOTIVO.
           MOVE WS-ACU-MOTIVO        TO ACT-MOTIVO.
           MOVE AUX-CCCACT           TO ACT-MOVIMIENTO.

           WRITE REG-ACUSE-TRABAJO.

           IF NOT ACUSES-TRABAJO-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "CCCACT-ACUSES.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ACU-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       17000-F-ANOTAR-ACUSE.
           EXIT.

      *-----------------------------------------------------------
      * AL FINAL DE LA CORRIDA MULTIORIGEN ARMA UN ACUSE POR CADA
      * SISTEMA DE LA TABLA DE ORIGENES, RECORRIENDO LAS
      * ANOTACIONES DE CCCACT-ACUSES.WRK UNA VEZ POR SISTEMA (SON
      * POCOS). SE GRABAN ANTES DE VACIAR EL CHECKPOINT, ASI UN
      * ABEND ACA SE RETOMA CON LAS ANOTACIONES INTACTAS.
      *-----------------------------------------------------------
       17500-GRABAR-ACUSES.

           CLOSE ACUSES-TRABAJO.
           IF NOT ACUSES-TRABAJO-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "CCCACT-ACUSES.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ACU-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 17600-GRABAR-UN-ACUSE
           THRU 17600-F-GRABAR-UN-ACUSE
           VARYING WS-IDX-ORIGEN FROM 1 BY 1
           UNTIL WS-IDX-ORIGEN > WS-ORIGENES-CANT.

       17500-F-GRABAR-ACUSES.
           EXIT.

      *-----------------------------------------------------------
      * ACUSE DE UN SISTEMA: HDR, LOS DET DE SUS ANOTACIONES EN
      * ORDEN DE PROCESO Y EL TRL CON LOS TOTALES POR ESTADO. EN UN
      * RESTART LAS ANOTACIONES HECHAS ENTRE EL ULTIMO CHECKPOINT Y
      * EL ABEND QUEDAN DOS VECES EN EL FICHERO; LA SEGUNDA SE
      * DESCARTA PORQUE SU SECUENCIA NO AVANZA. SI LOS TOTALES NO
      * DAN LO QUE EL ORIGEN INFORMO EN SU TRL, EL ACUSE SALE IGUAL
      * CON ACU-CUADRA EN "N" Y SE AVISA POR CONSOLA.
      *-----------------------------------------------------------
       17600-GRABAR-UN-ACUSE.

           MOVE WS-ORI-SISTEMA (WS-IDX-ORIGEN) TO WS-ACU-SISTEMA.
           SET WS-ORIGEN-ACTUAL TO WS-IDX-ORIGEN.

           PERFORM 17610-ARMAR-NOMBRE-ACUSE
           THRU 17610-F-ARMAR-NOMBRE-ACUSE.

           INITIALIZE WS-ACU-TOTALES.
           MOVE ZEROES TO WS-ACU-ULTIMA-SECUENCIA.

           OPEN OUTPUT ACUSE-ORIGEN.
           IF NOT ACUSE-OK THEN
               MOVE "APERTURA"      TO WS-ABEND-OPERACION
               MOVE WS-NOMBRE-ACUSE TO WS-ABEND-FICHERO
               MOVE FS-ACUSE        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES                   TO WS-REG-ACUSE.
           MOVE "HDR"                    TO ACU-MARCA.
           MOVE WS-FECHA-PROCESO-SISTEMA TO ACU-FECHA-PROCESO.
           MOVE WS-ACU-SISTEMA           TO ACU-SISTEMA.
           MOVE WS-ORI-FICHEROS (WS-IDX-ORIGEN) TO ACU-CANT-FICHEROS.
           MOVE "CCCACT"                 TO ACU-PROGRAMA.

           PERFORM 17690-ESCRIBIR-ACUSE
           THRU 17690-F-ESCRIBIR-ACUSE.

           OPEN INPUT ACUSES-TRABAJO.
           IF NOT ACUSES-TRABAJO-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "CCCACT-ACUSES.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ACU-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 17650-LEER-ACUSE-TRABAJO
           THRU 17650-F-LEER-ACUSE-TRABAJO.

           PERFORM 17660-COPIAR-ANOTACION
           THRU 17660-F-COPIAR-ANOTACION
           UNTIL EOF-ACUSES-TRABAJO.

           CLOSE ACUSES-TRABAJO.

           COMPUTE WS-ACU-CANT-TOTAL = WS-ACU-CANT-ACEPTADOS
                                     + WS-ACU-CANT-RECHAZADOS
                                     + WS-ACU-CANT-DUPLICADOS
                                     + WS-ACU-CANT-FILTRADOS.
           COMPUTE WS-ACU-IMP-TOTAL = WS-ACU-IMP-ACEPTADOS
                                    + WS-ACU-IMP-RECHAZADOS
                                    + WS-ACU-IMP-DUPLICADOS
                                    + WS-ACU-IMP-FILTRADOS.

           SET ACUSE-CUADRA TO TRUE.
           IF WS-ACU-CANT-TOTAL NOT = WS-ORI-CANT-INF (WS-IDX-ORIGEN)
             OR WS-ACU-IMP-TOTAL
                  NOT = WS-ORI-IMPORTE-INF (WS-IDX-ORIGEN) THEN
               SET ACUSE-NO-CUADRA TO TRUE
           END-IF.

           MOVE SPACES                 TO WS-REG-ACUSE.
           MOVE "TRL"                  TO ACU-MARCA.
           MOVE WS-ORI-CANT-INF (WS-IDX-ORIGEN)
                TO ACU-CANT-INFORMADA.
           MOVE WS-ORI-IMPORTE-INF (WS-IDX-ORIGEN)
                TO ACU-IMP-INFORMADO.
           MOVE WS-ACU-CANT-ACEPTADOS  TO ACU-CANT-ACEPTADOS.
           MOVE WS-ACU-IMP-ACEPTADOS   TO ACU-IMP-ACEPTADOS.
           MOVE WS-ACU-CANT-RECHAZADOS TO ACU-CANT-RECHAZADOS.
           MOVE WS-ACU-IMP-RECHAZADOS  TO ACU-IMP-RECHAZADOS.
           MOVE WS-ACU-CANT-DUPLICADOS TO ACU-CANT-DUPLICADOS.
           MOVE WS-ACU-IMP-DUPLICADOS  TO ACU-IMP-DUPLICADOS.
           MOVE WS-ACU-CANT-FILTRADOS  TO ACU-CANT-FILTRADOS.
           MOVE WS-ACU-IMP-FILTRADOS   TO ACU-IMP-FILTRADOS.
           MOVE WS-SW-ACUSE-CUADRA     TO ACU-CUADRA.

           PERFORM 17690-ESCRIBIR-ACUSE
           THRU 17690-F-ESCRIBIR-ACUSE.

           CLOSE ACUSE-ORIGEN.
           IF NOT ACUSE-OK THEN
               MOVE "CIERRE"        TO WS-ABEND-OPERACION
               MOVE WS-NOMBRE-ACUSE TO WS-ABEND-FICHERO
               MOVE FS-ACUSE        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           DISPLAY "ACUSE " WS-NOMBRE-ACUSE
                   " ACEPTADOS: "  WS-ACU-CANT-ACEPTADOS
                   " RECHAZADOS: " WS-ACU-CANT-RECHAZADOS
                   " DUPLICADOS: " WS-ACU-CANT-DUPLICADOS
                   " FILTRADOS: "  WS-ACU-CANT-FILTRADOS.

           IF ACUSE-NO-CUADRA THEN
               DISPLAY "*** CCCACT -- EL ACUSE DE " WS-ACU-SISTEMA
                       " NO CUADRA CON SU TRL ***"
               DISPLAY "CANT INFORMADA: "
                       WS-ORI-CANT-INF (WS-IDX-ORIGEN)
                       " ACUSADA: " WS-ACU-CANT-TOTAL
           END-IF.

       17600-F-GRABAR-UN-ACUSE.
           EXIT.

      *-----------------------------------------------------------
      * ARMA ACUSE-<SISTEMA>.TXT CARACTER POR CARACTER, SIN LOS
      * BLANCOS DE RELLENO DEL NOMBRE DE SISTEMA DEL HDR. EN LOS
      * CICLOS DEL DIA CADA CICLO ACUSA LO SUYO EN SU PROPIO
      * ACUSE-<SISTEMA>-C<NN>.TXT.
      *-----------------------------------------------------------
       17610-ARMAR-NOMBRE-ACUSE.

           MOVE "ACUSE-" TO WS-NOMBRE-ACUSE.
           SET WS-IDX-ACU-NOM TO 6.

           PERFORM 17620-AGREGAR-CAR-SISTEMA
           THRU 17620-F-AGREGAR-CAR-SISTEMA
           VARYING WS-IDX-ACU-SIS FROM 1 BY 1
           UNTIL WS-IDX-ACU-SIS > 8
              OR WS-ACU-SISTEMA-CAR (WS-IDX-ACU-SIS) = SPACE.

           IF WS-CICLO-NUMERO > ZEROES THEN
               MOVE WS-CICLO-NUMERO TO WS-ACU-CICLO-NUMERO
               PERFORM 17640-AGREGAR-CAR-CICLO
               THRU 17640-F-AGREGAR-CAR-CICLO
               VARYING WS-IDX-ACU-CIC FROM 1 BY 1
               UNTIL WS-IDX-ACU-CIC > 4
           END-IF.

           PERFORM 17630-AGREGAR-CAR-SUFIJO
           THRU 17630-F-AGREGAR-CAR-SUFIJO
           VARYING WS-IDX-ACU-SUF FROM 1 BY 1
           UNTIL WS-IDX-ACU-SUF > 4.

       17610-F-ARMAR-NOMBRE-ACUSE.
           EXIT.

       17620-AGREGAR-CAR-SISTEMA.
           SET WS-IDX-ACU-NOM UP BY 1.
           MOVE WS-ACU-SISTEMA-CAR (WS-IDX-ACU-SIS)
                TO WS-ACU-NOMBRE-CAR (WS-IDX-ACU-NOM).
       17620-F-AGREGAR-CAR-SISTEMA.
           EXIT.

       17630-AGREGAR-CAR-SUFIJO.
           SET WS-IDX-ACU-NOM UP BY 1.
           MOVE WS-ACU-SUFIJO-CAR (WS-IDX-ACU-SUF)
                TO WS-ACU-NOMBRE-CAR (WS-IDX-ACU-NOM).
       17630-F-AGREGAR-CAR-SUFIJO.
           EXIT.

       17640-AGREGAR-CAR-CICLO.
           SET WS-IDX-ACU-NOM UP BY 1.
           MOVE WS-ACU-CICLO-CAR (WS-IDX-ACU-CIC)
                TO WS-ACU-NOMBRE-CAR (WS-IDX-ACU-NOM).
       17640-F-AGREGAR-CAR-CICLO.
           EXIT.

       17650-LEER-ACUSE-TRABAJO.
           READ ACUSES-TRABAJO.
           IF NOT ACUSES-TRABAJO-OK AND NOT EOF-ACUSES-TRABAJO THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "CCCACT-ACUSES.WRK" TO WS-ABEND-FICHERO
               MOVE FS-ACU-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       17650-F-LEER-ACUSE-TRABAJO.
           EXIT.

       17660-COPIAR-ANOTACION.

           IF ACT-ORIGEN = WS-ORIGEN-ACTUAL
             AND ACT-SECUENCIA > WS-ACU-ULTIMA-SECUENCIA THEN
               MOVE ACT-SECUENCIA TO WS-ACU-ULTIMA-SECUENCIA

               MOVE SPACES         TO WS-REG-ACUSE
               MOVE "DET"          TO ACU-MARCA
               MOVE ACT-MOVIMIENTO TO ACU-MOVIMIENTO
               MOVE ACT-ESTADO     TO ACU-ESTADO
               MOVE ACT-COD-MOTIVO TO ACU-COD-MOTIVO
               MOVE ACT-MOTIVO     TO ACU-MOTIVO

               PERFORM 17690-ESCRIBIR-ACUSE
               THRU 17690-F-ESCRIBIR-ACUSE

               MOVE ACT-ESTADO TO WS-ACU-ESTADO
               EVALUATE TRUE
                   WHEN ACU-ACEPTADO
                       ADD 1           TO WS-ACU-CANT-ACEPTADOS
                       ADD ACT-IMPORTE TO WS-ACU-IMP-ACEPTADOS
                   WHEN ACU-RECHAZADO
                       ADD 1           TO WS-ACU-CANT-RECHAZADOS
                       ADD ACT-IMPORTE TO WS-ACU-IMP-RECHAZADOS
                   WHEN ACU-DUPLICADO
                       ADD 1           TO WS-ACU-CANT-DUPLICADOS
                       ADD ACT-IMPORTE TO WS-ACU-IMP-DUPLICADOS
                   WHEN OTHER
                       ADD 1           TO WS-ACU-CANT-FILTRADOS
                       ADD ACT-IMPORTE TO WS-ACU-IMP-FILTRADOS
               END-EVALUATE
           END-IF.

           PERFORM 17650-LEER-ACUSE-TRABAJO
           THRU 17650-F-LEER-ACUSE-TRABAJO.

       17660-F-COPIAR-ANOTACION.
           EXIT.

       17690-ESCRIBIR-ACUSE.
           WRITE REG-ACUSE FROM WS-REG-ACUSE.
           IF NOT ACUSE-OK THEN
               MOVE "ESCRITURA"     TO WS-ABEND-OPERACION
               MOVE WS-NOMBRE-ACUSE TO WS-ABEND-FICHERO
               MOVE FS-ACUSE        TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       17690-F-ESCRIBIR-ACUSE.
           EXIT.

      *-----------------------------------------------------------
      * DETECTA, SOBRE EL FICHERO YA ORDENADO DEL EXTRACTO MENSUAL,
      * EL QUIEBRE DE CLIENTE/SUCURSAL/FECHA QUE CIERRA EL SUBTOTAL
      * DEL DIA ANTERIOR Y ABRE EL DEL SIGUIENTE -- EL MISMO PATRON
      * DE QUIEBRE DE CLAVE QUE 13100-ACTUALIZAR-SALDO YA USA PARA
      * EL SALDO CORRIDO.
      *-----------------------------------------------------------
       15020-CONTROLAR-SUBTOTAL-DIA.

           IF NOT ES-PRIMER-SUBTOTAL
             AND (AUX-CCCACT-CLIENTE NOT = WS-CLIENTE-ANT-SUBTOTAL
      *    DE CONTROL PARA QUE EL CONTADOR DE CUENTAS SOBRE LIMITE
      *    SALGA EN EL RESUMEN DE LA CORRIDA. SOLO EN LA CORRIDA
      *    DIARIA SIN FILTROS, QUE ES LA QUE DEJA LA TABLA DE
      *    SALDOS DE CIERRE COMPLETA, Y EN LOS CICLOS DEL DIA SOLO
      *    EN EL DE CIERRE.
           IF MODO-DIARIO AND NOT HAY-FILTROS
             AND NOT CICLO-PARCIAL THEN
               PERFORM 38000-GRABAR-DESCUBIERTOS
               THRU 38000-F-GRABAR-DESCUBIERTOS
           END-IF.
           PERFORM 31000-TOTALES-CONTROL
           THRU 31000-F-TOTALES-CONTROL.

      *    EN LOS CICLOS DEL DIA LOS TOTALES DE ARRIBA SON LOS DEL
      *    CICLO. SE LES SUMAN LOS ACUMULADOS DE LOS CICLOS
      *    ANTERIORES, Y EL CICLO DE CIERRE IMPRIME ADEMAS LOS
      *    TOTALES CONSOLIDADOS DEL DIA.
           IF WS-CICLO-NUMERO > ZEROES THEN
               PERFORM 32000-CONSOLIDAR-CICLOS
               THRU 32000-F-CONSOLIDAR-CICLOS

               IF CICLO-CIERRE AND HAY-CICLO-ANTERIOR THEN
                   PERFORM 31000-TOTALES-CONTROL
                   THRU 31000-F-TOTALES-CONTROL
               END-IF
           END-IF.

           IF HAY-DISTRIBUCION THEN
               PERFORM 34000-CERRAR-DISTRIBUCION
               THRU 34000-F-CERRAR-DISTRIBUCION
           END-IF.

           IF MODO-DIARIO THEN
               IF HAY-MULTIORIGEN THEN
                   PERFORM 17500-GRABAR-ACUSES
                   THRU 17500-F-GRABAR-ACUSES
               END-IF

               IF NOT HAY-FILTROS THEN
      *            LA INTERFAZ CONTABLE SALE UNA SOLA VEZ POR FECHA:
      *            EN LOS CICLOS DEL DIA, CON EL CICLO DE CIERRE Y
      *            LOS ASIENTOS DE TODOS LOS CICLOS.
                   IF NOT CICLO-PARCIAL THEN
                       PERFORM 33000-GRABAR-INTERFAZ-CONTABLE
                       THRU 33000-F-GRABAR-INTERFAZ-CONTABLE
                   END-IF

      *            LOS FONDOS RETENIDOS Y LOS EMBARGOS SE
      *            REESCRIBEN JUSTO ANTES QUE LOS SALDOS, PARA QUE
      *            LAS CABECERAS HDR QUEDEN CON LA MISMA FECHA DE
      *            PROCESO.
                   PERFORM 39700-GRABAR-INFORME-CLEARING
                   THRU 39700-F-GRABAR-INFORME-CLEARING

                   PERFORM 39800-GRABAR-FONDOS-RETENIDOS
                   THRU 39800-F-GRABAR-FONDOS-RETENIDOS

                   IF HAY-EMBARGOS THEN
                       PERFORM 39000-GRABAR-INFORME-EMBARGOS
                       THRU 39000-F-GRABAR-INFORME-EMBARGOS

                       PERFORM 39500-GRABAR-EMBARGOS
                       THRU 39500-F-GRABAR-EMBARGOS
                   END-IF

                   PERFORM 35000-GRABAR-SALDOS
                   THRU 35000-F-GRABAR-SALDOS

                   IF CICLO-PARCIAL THEN
                       PERFORM 32500-GRABAR-ARRASTRE
                       THRU 32500-F-GRABAR-ARRASTRE
                   END-IF
               END-IF

               PERFORM 20500-LIMPIAR-CHECKPOINT
                   END-IF
               END-IF

               IF LEYENDO-ORIGEN-ORDENADO THEN
                   PERFORM 16300-CERRAR-ORIGEN-ORDENADO
                   THRU 16300-F-CERRAR-ORIGEN-ORDENADO
               END-IF

               IF PROCESANDO-REPROCESO THEN
                   PERFORM 37000-VACIAR-REPROCESO
                   THRU 37000-F-VACIAR-REPROCESO
      *-----------------------------------------------------------
      * IMPRIME LA FILA DE TOTALES DE CONTROL AL PIE DEL LISTADO:
      * REGISTROS LEIDOS, TOTAL POR TIPO Y TOTAL GENERAL, PARA
      * RECONCILIAR LA SALIDA CONTRA EL FICHERO DE ENTRADA. EN LOS
      * CICLOS DEL DIA SE TITULAN COMO TOTALES DEL CICLO O, EN EL
      * CIERRE, COMO TOTALES CONSOLIDADOS DEL DIA.
      *-----------------------------------------------------------
       31000-TOTALES-CONTROL.

           PERFORM 90100-VERIFICAR-SALIDA
           THRU 90100-F-VERIFICAR-SALIDA.

           IF WS-CICLO-NUMERO > ZEROES THEN
               IF TOTALES-CONSOLIDADOS THEN
                   MOVE WS-CICLO-NUMERO TO WS-TOT-DIA-HASTA
                   MOVE WS-LINEA-TOTALES-DIA
                        TO LINEA-TITULO-PRINCIPAL
               ELSE
                   MOVE WS-LINEA-TOTALES-CICLO
                        TO LINEA-TITULO-PRINCIPAL
               END-IF
               WRITE REG-SALIDA FROM LINEA-TITULO-PRINCIPAL
               AFTER ADVANCING 1 LINES

               PERFORM 90100-VERIFICAR-SALIDA
               THRU 90100-F-VERIFICAR-SALIDA
           END-IF.

           PERFORM 31100-IMPRIMIR-TOTAL-TIPO
           THRU 31100-F-IMPRIMIR-TOTAL-TIPO
           VARYING WS-IDX-TIPO FROM 1 BY 1
               THRU 90100-F-VERIFICAR-SALIDA
           END-IF.

           IF HAY-IMPUESTO THEN
               MOVE WS-CONT-IMPUESTOS TO WS-TOT-IMPUESTOS
               MOVE WS-LINEA-TOTAL-IMPUESTOS
                    TO LINEA-TITULO-PRINCIPAL
               WRITE REG-SALIDA FROM LINEA-TITULO-PRINCIPAL
               AFTER ADVANCING 1 LINES

               PERFORM 90100-VERIFICAR-SALIDA
               THRU 90100-F-VERIFICAR-SALIDA
           END-IF.

      *    LAS CUENTAS SOBRE LIMITE SON DEL INFORME DE
      *    DESCUBIERTOS, QUE EN LOS CICLOS SOLO ARMA EL DE CIERRE:
      *    SALEN CON LOS TOTALES DEL DIA.
           IF MODO-DIARIO AND NOT HAY-FILTROS
             AND NOT CICLO-PARCIAL
             AND (TOTALES-CONSOLIDADOS OR NO-HAY-CICLO-ANTERIOR) THEN
               MOVE WS-CONT-SOBRE-LIMITE TO WS-TOT-SOBRE-LIMITE
               MOVE WS-LINEA-TOTAL-SOBRE-LIM
                    TO LINEA-TITULO-PRINCIPAL
           VARYING WS-IDX-SALDO FROM 1 BY 1
           UNTIL WS-IDX-SALDO > WS-SALDOS-CANT.

           WRITE REG-DESCUBIERTO FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90700-VERIFICAR-DESCUBIERTOS
           THRU 90700-F-VERIFICAR-DESCUBIERTOS.

           MOVE WS-CONT-DESCUBIERTOS TO WS-TOT-DESCUBIERTOS.
           WRITE REG-DESCUBIERTO FROM WS-LINEA-TOTAL-DESCUB
           AFTER ADVANCING 1 LINES.

           PERFORM 90700-VERIFICAR-DESCUBIERTOS
           THRU 90700-F-VERIFICAR-DESCUBIERTOS.

           MOVE WS-CONT-SOBRE-LIMITE TO WS-TOT-SOBRE-LIMITE.
           WRITE REG-DESCUBIERTO FROM WS-LINEA-TOTAL-SOBRE-LIM
           AFTER ADVANCING 1 LINES.

           PERFORM 90700-VERIFICAR-DESCUBIERTOS
           THRU 90700-F-VERIFICAR-DESCUBIERTOS.

           CLOSE DESCUBIERTOS-CCC.

           IF NOT DESCUBIERTOS-OK THEN
               MOVE "CIERRE"               TO WS-ABEND-OPERACION
               MOVE "DESCUBIERTOS-CCC.TXT" TO WS-ABEND-FICHERO
               MOVE FS-DESCUB              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       38000-F-GRABAR-DESCUBIERTOS.
           EXIT.

       38100-INFORMAR-DESCUBIERTO.

           IF WS-SALDOS-IMPORTE (WS-IDX-SALDO) < ZEROES THEN
               ADD 1 TO WS-CONT-DESCUBIERTOS

               COMPUTE WS-SALDO-DESCUBIERTO
                     = WS-SALDOS-IMPORTE (WS-IDX-SALDO) * -1

               PERFORM 38200-BUSCAR-LIMITE
               THRU 38200-F-BUSCAR-LIMITE

               MOVE WS-SALDOS-CLIENTE (WS-IDX-SALDO)
                    TO DESC-CLIENTE
               MOVE WS-SALDOS-SUCURSAL (WS-IDX-SALDO)
                    TO DESC-SUCURSAL
               MOVE WS-SALDOS-IMPORTE (WS-IDX-SALDO)
                    TO DESC-SALDO
               MOVE SPACES TO DESC-MARCA-EXCESO

               IF LIMITE-HALLADO THEN
                   MOVE WS-LIMITE-CUENTA TO WS-LIMITE-EDITADO
                   MOVE WS-LIMITE-EDITADO TO DESC-LIMITE
                   IF WS-SALDO-DESCUBIERTO > WS-LIMITE-CUENTA THEN
                       ADD 1 TO WS-CONT-SOBRE-LIMITE
                       MOVE "** EXCEDE LIMITE **"
                            TO DESC-MARCA-EXCESO
                   END-IF
               ELSE
                   MOVE "SIN LIMITE" TO DESC-LIMITE
                   ADD 1 TO WS-CONT-SOBRE-LIMITE
                   MOVE "** EXCEDE LIMITE **"
                        TO DESC-MARCA-EXCESO
               END-IF

               WRITE REG-DESCUBIERTO FROM WS-LINEA-DESCUBIERTO
               AFTER ADVANCING 1 LINES

               PERFORM 90700-VERIFICAR-DESCUBIERTOS
               THRU 90700-F-VERIFICAR-DESCUBIERTOS
           END-IF.

       38100-F-INFORMAR-DESCUBIERTO.
           EXIT.

       38200-BUSCAR-LIMITE.

           SET LIMITE-NO-HALLADO TO TRUE.
           MOVE ZEROES TO WS-LIMITE-CUENTA.

           IF HAY-LIMITES THEN
               SET WS-IDX-LIMITE TO 1
               SEARCH WS-LIMITES-TABLA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-LIMITE > WS-LIMITES-CANT
                       CONTINUE
                   WHEN WS-LIMITES-CLIENTE (WS-IDX-LIMITE)
                           = WS-SALDOS-CLIENTE (WS-IDX-SALDO)
                    AND WS-LIMITES-SUCURSAL (WS-IDX-LIMITE)
                           = WS-SALDOS-SUCURSAL (WS-IDX-SALDO)
                       SET LIMITE-HALLADO TO TRUE
                       MOVE WS-LIMITES-IMPORTE (WS-IDX-LIMITE)
                            TO WS-LIMITE-CUENTA
               END-SEARCH
           END-IF.

       38200-F-BUSCAR-LIMITE.
           EXIT.

      *-----------------------------------------------------------
      * INFORME DIARIO DE EMBARGOS PARA LEGALES: CADA RETENCION
      * DEL DIA, EN EL ORDEN EN QUE SE PRACTICO, Y DESPUES LOS
      * OFICIOS QUE QUEDARON CUBIERTOS EN LA FECHA, PARA QUE
      * LEGALES INFORME AL JUZGADO Y LEVANTE EL BLOQUEO DE LA
      * CUENTA POR CCCMNT. SALE AUNQUE EL DIA NO TENGA RETENCIONES.
      * DESDE EL SEGUNDO CICLO DE LA FECHA CADA CICLO AGREGA LO
      * SUYO A CONTINUACION DE LO DE LOS ANTERIORES.
      *-----------------------------------------------------------
       39000-GRABAR-INFORME-EMBARGOS.

           IF HAY-CICLO-ANTERIOR THEN
               OPEN EXTEND INFORME-EMBARGOS
               IF INFORME-EMBARGOS-NO-EXISTE THEN
                   OPEN OUTPUT INFORME-EMBARGOS
               END-IF
           ELSE
               OPEN OUTPUT INFORME-EMBARGOS
           END-IF.

           IF NOT INFORME-EMBARGOS-OK THEN
               MOVE "APERTURA"             TO WS-ABEND-OPERACION
               MOVE "INFORME-EMBARGOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INF-EMB             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE WS-FECHA-PROCESO-SISTEMA TO WS-CAB-EMB-FECHA.

           WRITE REG-INFORME-EMBARGO FROM WS-CABECERA-EMBARGOS.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           WRITE REG-INFORME-EMBARGO FROM WS-COLUMNAS-EMBARGOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           PERFORM 39100-INFORMAR-RETENCION
           THRU 39100-F-INFORMAR-RETENCION
           VARYING WS-IDX-RETENCION FROM 1 BY 1
           UNTIL WS-IDX-RETENCION > WS-RETENCIONES-CANT.

           WRITE REG-INFORME-EMBARGO FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           WRITE REG-INFORME-EMBARGO FROM WS-TITULO-CUBIERTOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           WRITE REG-INFORME-EMBARGO FROM WS-COLUMNAS-CUBIERTOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           PERFORM 39200-INFORMAR-CUBIERTO
           THRU 39200-F-INFORMAR-CUBIERTO
           VARYING WS-IDX-EMBARGO FROM 1 BY 1
           UNTIL WS-IDX-EMBARGO > WS-EMBARGOS-CANT.

           WRITE REG-INFORME-EMBARGO FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           MOVE WS-CONT-RETENCIONES TO WS-TOT-RETENCIONES.
           WRITE REG-INFORME-EMBARGO FROM WS-LINEA-TOTAL-RETENCIONES
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           MOVE WS-TOTAL-RETENIDO TO WS-TOT-RETENIDO.
           WRITE REG-INFORME-EMBARGO FROM WS-LINEA-TOTAL-RETENIDO
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           MOVE WS-CONT-OFICIOS-CUBIERTOS TO WS-TOT-CUBIERTOS.
           WRITE REG-INFORME-EMBARGO FROM WS-LINEA-TOTAL-CUBIERTOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

           CLOSE INFORME-EMBARGOS.

           IF NOT INFORME-EMBARGOS-OK THEN
               MOVE "CIERRE"               TO WS-ABEND-OPERACION
               MOVE "INFORME-EMBARGOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INF-EMB             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       39000-F-GRABAR-INFORME-EMBARGOS.
           EXIT.

       39100-INFORMAR-RETENCION.

           SET WS-IDX-EMBARGO
               TO WS-RET-SUB-EMBARGO (WS-IDX-RETENCION).

           MOVE WS-EMB-CLIENTE (WS-IDX-EMBARGO)   TO RET-CLIENTE.
           MOVE WS-EMB-SUCURSAL (WS-IDX-EMBARGO)  TO RET-SUCURSAL.
           MOVE WS-EMB-OFICIO (WS-IDX-EMBARGO)    TO RET-OFICIO.
           MOVE WS-RET-FECHA (WS-IDX-RETENCION)   TO RET-FECHA.
           MOVE WS-RET-CREDITO (WS-IDX-RETENCION) TO RET-CREDITO.
           MOVE WS-RET-IMPORTE (WS-IDX-RETENCION) TO RET-IMPORTE.
           MOVE WS-EMB-JUD-CLIENTE (WS-IDX-EMBARGO)
                TO RET-JUD-CLIENTE.
           MOVE WS-EMB-JUD-SUCURSAL (WS-IDX-EMBARGO)
                TO RET-JUD-SUCURSAL.

           WRITE REG-INFORME-EMBARGO FROM WS-LINEA-RETENCION
           AFTER ADVANCING 1 LINES.

           PERFORM 90800-VERIFICAR-INF-EMBARGOS
           THRU 90800-F-VERIFICAR-INF-EMBARGOS.

       39100-F-INFORMAR-RETENCION.
           EXIT.

       39200-INFORMAR-CUBIERTO.

           IF EMB-CUBIERTO-HOY (WS-IDX-EMBARGO) THEN
               MOVE WS-EMB-CLIENTE (WS-IDX-EMBARGO)  TO CUB-CLIENTE
               MOVE WS-EMB-SUCURSAL (WS-IDX-EMBARGO) TO CUB-SUCURSAL
               MOVE WS-EMB-OFICIO (WS-IDX-EMBARGO)   TO CUB-OFICIO
               MOVE WS-EMB-ORDENADO (WS-IDX-EMBARGO) TO CUB-ORDENADO
               MOVE WS-EMB-JUD-CLIENTE (WS-IDX-EMBARGO)
                    TO CUB-JUD-CLIENTE
               MOVE WS-EMB-JUD-SUCURSAL (WS-IDX-EMBARGO)
                    TO CUB-JUD-SUCURSAL

               WRITE REG-INFORME-EMBARGO FROM WS-LINEA-CUBIERTO
               AFTER ADVANCING 1 LINES

               PERFORM 90800-VERIFICAR-INF-EMBARGOS
               THRU 90800-F-VERIFICAR-INF-EMBARGOS
           END-IF.

       39200-F-INFORMAR-CUBIERTO.
           EXIT.

      *-----------------------------------------------------------
      * REESCRIBE EMBARGOS-CCC.TXT CON LO RETENIDO AL CIERRE DEL
      * DIA, DETRAS DE UNA CABECERA HDR CON LA FECHA DE PROCESO.
      * LOS OFICIOS CUBIERTOS SE CONSERVAN (RETENIDO = ORDENADO,
      * YA NO RETIENEN MAS) HASTA QUE LEGALES LOS DE DE BAJA.
      *-----------------------------------------------------------
       39500-GRABAR-EMBARGOS.

           OPEN OUTPUT EMBARGOS-CCC.

           IF NOT EMBARGOS-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-EMBARGOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES TO REG-EMBARGO-CABECERA.
           MOVE "HDR"  TO EMB-CAB-MARCA.
           MOVE WS-FECHA-PROCESO-SISTEMA TO EMB-CAB-FECHA-PROCESO.
           MOVE WS-CICLO-NUMERO TO EMB-CAB-CICLO.

           WRITE REG-EMBARGO-CABECERA.

           IF NOT EMBARGOS-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-EMBARGOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 39600-GRABAR-UN-EMBARGO
           THRU 39600-F-GRABAR-UN-EMBARGO
           VARYING WS-IDX-EMBARGO FROM 1 BY 1
           UNTIL WS-IDX-EMBARGO > WS-EMBARGOS-CANT.

           CLOSE EMBARGOS-CCC.

           IF NOT EMBARGOS-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-EMBARGOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       39500-F-GRABAR-EMBARGOS.
           EXIT.

       39600-GRABAR-UN-EMBARGO.
           MOVE WS-EMB-CLIENTE (WS-IDX-EMBARGO)   TO EMB-CLIENTE.
           MOVE WS-EMB-SUCURSAL (WS-IDX-EMBARGO)  TO EMB-SUCURSAL.
           MOVE WS-EMB-OFICIO (WS-IDX-EMBARGO)    TO EMB-OFICIO.
           MOVE WS-EMB-ORDENADO (WS-IDX-EMBARGO)
                TO EMB-IMPORTE-ORDENADO.
           MOVE WS-EMB-RETENIDO (WS-IDX-EMBARGO)
                TO EMB-IMPORTE-RETENIDO.
           MOVE WS-EMB-JUD-CLIENTE (WS-IDX-EMBARGO)
                TO EMB-JUDICIAL-CLIENTE.
           MOVE WS-EMB-JUD-SUCURSAL (WS-IDX-EMBARGO)
                TO EMB-JUDICIAL-SUCURSAL.

           WRITE REG-EMBARGO.

           IF NOT EMBARGOS-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "EMBARGOS-CCC.TXT"  TO WS-ABEND-FICHERO
               MOVE FS-EMBARGOS         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       39600-F-GRABAR-UN-EMBARGO.
           EXIT.

      *-----------------------------------------------------------
      * INFORME DIARIO DE CLEARING PARA RIESGOS: LOS CHEQUES QUE
      * QUEDARON RETENIDOS HOY, LAS RETENCIONES LIBERADAS AL INICIO
      * DE LA CORRIDA, LOS CHEQUES RECHAZADOS ANTES DE LIBERARSE Y
      * LOS DEBITOS QUE SUPERARON EL DISPONIBLE MAS EL LIMITE
      * AUTORIZADO. SALE AUNQUE EL DIA NO TENGA NOVEDADES. DESDE
      * EL SEGUNDO CICLO DE LA FECHA CADA CICLO AGREGA LO SUYO A
      * CONTINUACION DE LO DE LOS ANTERIORES.
      *-----------------------------------------------------------
       39700-GRABAR-INFORME-CLEARING.

           IF HAY-CICLO-ANTERIOR THEN
               OPEN EXTEND INFORME-CLEARING
               IF INFORME-CLEARING-NO-EXISTE THEN
                   OPEN OUTPUT INFORME-CLEARING
               END-IF
           ELSE
               OPEN OUTPUT INFORME-CLEARING
           END-IF.

           IF NOT INFORME-CLEARING-OK THEN
               MOVE "APERTURA"             TO WS-ABEND-OPERACION
               MOVE "INFORME-CLEARING.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INF-CLR             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE WS-FECHA-PROCESO-SISTEMA TO WS-CAB-CLR-FECHA.

           WRITE REG-INFORME-CLEARING FROM WS-CABECERA-CLEARING.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           SET SECCION-RETENIDOS TO TRUE.
           MOVE "CHEQUES RETENIDOS EN CLEARING EN EL DIA"
                TO WS-TIT-CLR-TEXTO.
           PERFORM 39705-INFORMAR-SECCION-FONDOS
           THRU 39705-F-INFORMAR-SECCION-FONDOS.

           SET SECCION-LIBERADOS TO TRUE.
           MOVE "RETENCIONES LIBERADAS EN LA FECHA"
                TO WS-TIT-CLR-TEXTO.
           PERFORM 39705-INFORMAR-SECCION-FONDOS
           THRU 39705-F-INFORMAR-SECCION-FONDOS.

           SET SECCION-RECHAZADOS TO TRUE.
           MOVE "CHEQUES RECHAZADOS ANTES DE LIBERARSE"
                TO WS-TIT-CLR-TEXTO.
           PERFORM 39705-INFORMAR-SECCION-FONDOS
           THRU 39705-F-INFORMAR-SECCION-FONDOS.

           WRITE REG-INFORME-CLEARING FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           MOVE "DEBITOS SOBRE DISPONIBLE MAS LIMITE"
                TO WS-TIT-CLR-TEXTO.
           WRITE REG-INFORME-CLEARING FROM WS-TITULO-CLEARING
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           WRITE REG-INFORME-CLEARING FROM WS-COLUMNAS-SOBREGIROS
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           PERFORM 39720-INFORMAR-SOBREGIRO
           THRU 39720-F-INFORMAR-SOBREGIRO
           VARYING WS-IDX-SOBREGIRO FROM 1 BY 1
           UNTIL WS-IDX-SOBREGIRO > WS-SOBREGIROS-CANT.

           WRITE REG-INFORME-CLEARING FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           MOVE WS-CONT-FONDOS-NUEVOS TO WS-TOT-FONDOS-NUEVOS.
           WRITE REG-INFORME-CLEARING
           FROM WS-LINEA-TOTAL-FONDOS-NUEVOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           MOVE WS-CONT-FONDOS-LIBERADOS TO WS-TOT-FONDOS-LIBERADOS.
           WRITE REG-INFORME-CLEARING
           FROM WS-LINEA-TOTAL-FONDOS-LIBER
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           MOVE WS-CONT-CHEQUES-RECHAZADOS
                TO WS-TOT-CHEQUES-RECHAZADOS.
           WRITE REG-INFORME-CLEARING FROM WS-LINEA-TOTAL-CHEQ-RECH
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           MOVE WS-CONT-SOBRE-DISPONIBLE TO WS-TOT-SOBRE-DISPONIBLE.
           WRITE REG-INFORME-CLEARING FROM WS-LINEA-TOTAL-SOBRE-DISP
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

      *    EL IMPORTE QUE QUEDA EN CLEARING SE SUMA RECORRIENDO LA
      *    TABLA, PORQUE LOS RECHAZOS Y LIBERACIONES YA LA CAMBIARON.
           MOVE ZEROES TO WS-TOTAL-FONDOS-PENDIENTES.
           PERFORM 39730-SUMAR-PENDIENTE
           THRU 39730-F-SUMAR-PENDIENTE
           VARYING WS-IDX-FONDO FROM 1 BY 1
           UNTIL WS-IDX-FONDO > WS-FONDOS-CANT.

           MOVE WS-TOTAL-FONDOS-PENDIENTES
                TO WS-TOT-FONDOS-PENDIENTES.
           WRITE REG-INFORME-CLEARING FROM WS-LINEA-TOTAL-PENDIENTE
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           CLOSE INFORME-CLEARING.

           IF NOT INFORME-CLEARING-OK THEN
               MOVE "CIERRE"               TO WS-ABEND-OPERACION
               MOVE "INFORME-CLEARING.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INF-CLR             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       39700-F-GRABAR-INFORME-CLEARING.
           EXIT.

      *-----------------------------------------------------------
      * UNA SECCION DE FONDOS DEL INFORME: TITULO, COLUMNAS Y LOS
      * FONDOS DE LA TABLA QUE CORRESPONDEN A WS-CLR-SECCION.
      *-----------------------------------------------------------
       39705-INFORMAR-SECCION-FONDOS.

           WRITE REG-INFORME-CLEARING FROM WS-LINEA-EN-BLANCO
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           WRITE REG-INFORME-CLEARING FROM WS-TITULO-CLEARING
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           WRITE REG-INFORME-CLEARING FROM WS-COLUMNAS-FONDOS
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

           PERFORM 39710-INFORMAR-FONDO
           THRU 39710-F-INFORMAR-FONDO
           VARYING WS-IDX-FONDO FROM 1 BY 1
           UNTIL WS-IDX-FONDO > WS-FONDOS-CANT.

       39705-F-INFORMAR-SECCION-FONDOS.
           EXIT.

       39710-INFORMAR-FONDO.

           IF (SECCION-RETENIDOS AND FON-NUEVO-HOY (WS-IDX-FONDO))
             OR (SECCION-LIBERADOS AND FON-LIBERADO (WS-IDX-FONDO))
             OR (SECCION-RECHAZADOS
                 AND FON-RECHAZADO (WS-IDX-FONDO)) THEN
               MOVE WS-FON-CLIENTE (WS-IDX-FONDO)  TO FON-CLIENTE
               MOVE WS-FON-SUCURSAL (WS-IDX-FONDO) TO FON-SUCURSAL
               MOVE WS-FON-CODIGO (WS-IDX-FONDO)   TO FON-CODIGO
               MOVE WS-FON-FECHA-DEPOSITO (WS-IDX-FONDO)
                    TO FON-FECHA-DEPOSITO
               MOVE WS-FON-IMPORTE (WS-IDX-FONDO)  TO FON-IMPORTE
               MOVE WS-FON-FECHA-LIBERACION (WS-IDX-FONDO)
                    TO FON-FECHA-LIBERACION
               IF FON-RECHAZADO (WS-IDX-FONDO) THEN
                   MOVE WS-FON-FECHA-RECHAZO (WS-IDX-FONDO)
                        TO FON-FECHA-RECHAZO
               ELSE
                   MOVE SPACES TO FON-FECHA-RECHAZO
               END-IF

               WRITE REG-INFORME-CLEARING FROM WS-LINEA-FONDO
               AFTER ADVANCING 1 LINES

               PERFORM 90900-VERIFICAR-INF-CLEARING
               THRU 90900-F-VERIFICAR-INF-CLEARING
           END-IF.

       39710-F-INFORMAR-FONDO.
           EXIT.

       39720-INFORMAR-SOBREGIRO.

           MOVE WS-SOB-CLIENTE (WS-IDX-SOBREGIRO)    TO SOB-CLIENTE.
           MOVE WS-SOB-SUCURSAL (WS-IDX-SOBREGIRO)   TO SOB-SUCURSAL.
           MOVE WS-SOB-FECHA (WS-IDX-SOBREGIRO)      TO SOB-FECHA.
           MOVE WS-SOB-TIPO (WS-IDX-SOBREGIRO)       TO SOB-TIPO.
           MOVE WS-SOB-IMPORTE (WS-IDX-SOBREGIRO)    TO SOB-IMPORTE.
           MOVE WS-SOB-DISPONIBLE (WS-IDX-SOBREGIRO)
                TO SOB-DISPONIBLE.

           IF SOB-CON-LIMITE (WS-IDX-SOBREGIRO) THEN
               MOVE WS-SOB-LIMITE (WS-IDX-SOBREGIRO)
                    TO WS-LIMITE-EDITADO
               MOVE WS-LIMITE-EDITADO TO SOB-LIMITE
           ELSE
               MOVE "SIN LIMITE" TO SOB-LIMITE
           END-IF.

           WRITE REG-INFORME-CLEARING FROM WS-LINEA-SOBREGIRO
           AFTER ADVANCING 1 LINES.

           PERFORM 90900-VERIFICAR-INF-CLEARING
           THRU 90900-F-VERIFICAR-INF-CLEARING.

       39720-F-INFORMAR-SOBREGIRO.
           EXIT.

       39730-SUMAR-PENDIENTE.
           IF FON-PENDIENTE (WS-IDX-FONDO) THEN
               ADD WS-FON-IMPORTE (WS-IDX-FONDO)
                   TO WS-TOTAL-FONDOS-PENDIENTES
           END-IF.
       39730-F-SUMAR-PENDIENTE.
           EXIT.

      *-----------------------------------------------------------
      * REESCRIBE FONDOS-RETENIDOS.TXT CON LAS RETENCIONES QUE
      * SIGUEN PENDIENTES AL CIERRE DEL DIA (LAS LIBERADAS Y LAS
      * RECHAZADAS SE DAN DE BAJA), DETRAS DE UNA CABECERA HDR CON
      * LA FECHA DE PROCESO.
      *-----------------------------------------------------------
       39800-GRABAR-FONDOS-RETENIDOS.

           OPEN OUTPUT FONDOS-RETENIDOS.

           IF NOT FONDOS-OK THEN
               MOVE "APERTURA"             TO WS-ABEND-OPERACION
               MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-FONDOS              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES TO REG-FONDO-CABECERA.
           MOVE "HDR"  TO FRT-CAB-MARCA.
           MOVE WS-FECHA-PROCESO-SISTEMA TO FRT-CAB-FECHA-PROCESO.
           MOVE WS-CICLO-NUMERO TO FRT-CAB-CICLO.

           WRITE REG-FONDO-CABECERA.

           IF NOT FONDOS-OK THEN
               MOVE "ESCRITURA"            TO WS-ABEND-OPERACION
               MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-FONDOS              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 39810-GRABAR-UN-FONDO
           THRU 39810-F-GRABAR-UN-FONDO
           VARYING WS-IDX-FONDO FROM 1 BY 1
           UNTIL WS-IDX-FONDO > WS-FONDOS-CANT.

           CLOSE FONDOS-RETENIDOS.

           IF NOT FONDOS-OK THEN
               MOVE "CIERRE"               TO WS-ABEND-OPERACION
               MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-FONDOS              TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       39800-F-GRABAR-FONDOS-RETENIDOS.
           EXIT.

       39810-GRABAR-UN-FONDO.

           IF FON-PENDIENTE (WS-IDX-FONDO) THEN
               MOVE WS-FON-CLIENTE (WS-IDX-FONDO)  TO FRT-CLIENTE
               MOVE WS-FON-SUCURSAL (WS-IDX-FONDO) TO FRT-SUCURSAL
               MOVE WS-FON-CODIGO (WS-IDX-FONDO)   TO FRT-CODIGO
               MOVE WS-FON-FECHA-DEPOSITO (WS-IDX-FONDO)
                    TO FRT-FECHA-DEPOSITO
               MOVE WS-FON-HORA (WS-IDX-FONDO)     TO FRT-HORA
               MOVE WS-FON-IMPORTE (WS-IDX-FONDO)  TO FRT-IMPORTE
               MOVE WS-FON-FECHA-LIBERACION (WS-IDX-FONDO)
                    TO FRT-FECHA-LIBERACION

               WRITE REG-FONDO-RETENIDO

               IF NOT FONDOS-OK THEN
                   MOVE "ESCRITURA"            TO WS-ABEND-OPERACION
                   MOVE "FONDOS-RETENIDOS.TXT" TO WS-ABEND-FICHERO
                   MOVE FS-FONDOS              TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       39810-F-GRABAR-UN-FONDO.
           EXIT.

      *-----------------------------------------------------------
      * RESUMEN GERENCIAL: RANKING DE SUCURSALES POR CANTIDAD DE
      * MOVIMIENTOS (SELECCION DEL MAXIMO NO LISTADO TODAVIA, LA
      * TABLA ES CHICA) CON SU IMPORTE NETO EN PESOS AL LADO.
      * DESDE EL SEGUNDO CICLO DE LA FECHA CADA CICLO AGREGA SU
      * PROPIO RESUMEN A CONTINUACION DEL DE LOS ANTERIORES.
      *-----------------------------------------------------------
       34500-RESUMEN-GERENCIAL.

           IF HAY-CICLO-ANTERIOR THEN
               OPEN EXTEND RESUMEN-SUCURSALES
               IF RESUMEN-NO-EXISTE THEN
                   OPEN OUTPUT RESUMEN-SUCURSALES
               END-IF
           ELSE
               OPEN OUTPUT RESUMEN-SUCURSALES
           END-IF.

           IF NOT RESUMEN-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
           MOVE ZEROES TO SALDO-SUCURSAL.
           MOVE ZEROES TO SALDO-IMPORTE.
           MOVE WS-FECHA-PROCESO-SISTEMA TO SALDO-FECHA-ULTIMO.
           MOVE ZEROES TO SALDO-DISPONIBLE.
           MOVE WS-CICLO-NUMERO TO SALDO-CAB-CICLO.

           WRITE REG-SALDO-CCC.

           MOVE WS-SALDOS-IMPORTE (WS-IDX-SALDO)  TO SALDO-IMPORTE.
           MOVE WS-SALDOS-FECHA (WS-IDX-SALDO)
                TO SALDO-FECHA-ULTIMO.
           MOVE WS-SALDOS-DISPONIBLE (WS-IDX-SALDO)
                TO SALDO-DISPONIBLE.

           WRITE REG-SALDO-CCC.


      *-----------------------------------------------------------
      * AGREGA EL REGISTRO DE ESTA CORRIDA A LA BITACORA: FECHA DE
      * PROCESO, MODO, ENTRADA, FILTROS, CONTADORES FINALES (LOS
      * DEL CICLO, EN LOS CICLOS DEL DIA), TOTAL GENERAL,
      * RETURN-CODE, TIMESTAMPS Y CICLO. SE LLAMA AL FINAL DE LA
      * CORRIDA NORMAL Y TAMBIEN DESDE LOS ABENDS CONTROLADOS, POR
      * LO QUE UN ERROR AQUI SOLO SE INFORMA POR CONSOLA: NO PUEDE
      * DISPARAR OTRO ABEND NI PISAR EL RETURN-CODE ORIGINAL.
               MOVE WS-FILTRO-FECHA-DESDE    TO BIT-FILTRO-FECHA-DESDE
               MOVE WS-FILTRO-FECHA-HASTA    TO BIT-FILTRO-FECHA-HASTA
               MOVE WS-FILTRO-TIPO           TO BIT-FILTRO-TIPO
               IF TOTALES-CONSOLIDADOS THEN
                   MOVE WS-CICLO-LEIDOS          TO BIT-LEIDOS
                   MOVE WS-CICLO-EXCEPCIONES     TO BIT-EXCEPCIONES
                   MOVE WS-CICLO-FILTRADOS       TO BIT-FILTRADOS
                   MOVE WS-CICLO-TOTAL-GENERAL   TO BIT-TOTAL-GENERAL
               ELSE
                   MOVE WS-CONT-LEIDOS           TO BIT-LEIDOS
                   MOVE WS-CONT-EXCEPCIONES      TO BIT-EXCEPCIONES
                   MOVE WS-CONT-FILTRADOS        TO BIT-FILTRADOS
                   MOVE WS-TOTAL-GENERAL         TO BIT-TOTAL-GENERAL
               END-IF
               MOVE WS-BIT-RETORNO           TO BIT-RETURN-CODE
               MOVE WS-FECHA-PROCESO-SISTEMA TO BIT-INICIO-FECHA
               MOVE WS-INICIO-HHMMSS         TO BIT-INICIO-HORA
               ELSE
                   MOVE "N" TO BIT-DUPLICADOS-FORZADOS
               END-IF
               MOVE WS-CICLO-NUMERO          TO BIT-CICLO
               MOVE WS-CICLO-TIPO            TO BIT-CICLO-TIPO

               OPEN EXTEND BITACORA-CCC

       31200-F-IMPRIMIR-TOTAL-MONEDA.
           EXIT.

      *-----------------------------------------------------------
      * CICLOS DEL DIA: GUARDA LOS CONTADORES PROPIOS DEL CICLO
      * PARA LA BITACORA Y LES SUMA LOS ACUMULADOS QUE DEJO EL
      * CICLO ANTERIOR EN CCCACT-CICLOS.WRK: CONTADORES, TOTAL
      * GENERAL, TOTALES POR TIPO Y POR MONEDA (POR CODIGO) Y LOS
      * ASIENTOS DE LA INTERFAZ CONTABLE, QUE SE ACUMULAN POR
      * 13230 IGUAL QUE LOS MOVIMIENTOS. DESDE AQUI LOS TOTALES
      * SON LOS DEL DIA HASTA ESTE CICLO INCLUSIVE.
      *-----------------------------------------------------------
       32000-CONSOLIDAR-CICLOS.

           MOVE WS-CONT-LEIDOS      TO WS-CICLO-LEIDOS.
           MOVE WS-CONT-EXCEPCIONES TO WS-CICLO-EXCEPCIONES.
           MOVE WS-CONT-FILTRADOS   TO WS-CICLO-FILTRADOS.
           MOVE WS-TOTAL-GENERAL    TO WS-CICLO-TOTAL-GENERAL.
           SET TOTALES-CONSOLIDADOS TO TRUE.

           IF HAY-CICLO-ANTERIOR THEN
               OPEN INPUT CICLOS-TRABAJO

               IF NOT CIC-TRAB-OK THEN
                   MOVE "APERTURA"          TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               PERFORM 32010-LEER-ARRASTRE
               THRU 32010-F-LEER-ARRASTRE

               IF EOF-CIC-TRAB OR NOT ARR-ES-TOTALES THEN
                   MOVE "LECTURA"           TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
                   MOVE "99"                TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF

               ADD ARR-LEIDOS          TO WS-CONT-LEIDOS
               ADD ARR-EXCEPCIONES     TO WS-CONT-EXCEPCIONES
               ADD ARR-FILTRADOS       TO WS-CONT-FILTRADOS
               ADD ARR-CTAS-RECHAZADAS TO WS-CONT-CTAS-RECHAZADAS
               ADD ARR-REVERSAS-PEND   TO WS-CONT-REVERSAS-PEND
               ADD ARR-DUPLICADOS      TO WS-CONT-DUPLICADOS
               ADD ARR-IMPUESTOS       TO WS-CONT-IMPUESTOS
               ADD ARR-TOTAL-GENERAL   TO WS-TOTAL-GENERAL

               PERFORM 32100-SUMAR-TIPO
               THRU 32100-F-SUMAR-TIPO
               VARYING ARR-IDX-TIPO FROM 1 BY 1
               UNTIL ARR-IDX-TIPO > ARR-TOTALES-TIPO-CANT

               PERFORM 32200-SUMAR-MONEDA
               THRU 32200-F-SUMAR-MONEDA
               VARYING ARR-IDX-MONEDA FROM 1 BY 1
               UNTIL ARR-IDX-MONEDA > ARR-TOTALES-MONEDA-CANT

               PERFORM 32010-LEER-ARRASTRE
               THRU 32010-F-LEER-ARRASTRE

               PERFORM 32300-SUMAR-ASIENTO
               THRU 32300-F-SUMAR-ASIENTO
               UNTIL EOF-CIC-TRAB

               CLOSE CICLOS-TRABAJO
               IF NOT CIC-TRAB-OK THEN
                   MOVE "CIERRE"            TO WS-ABEND-OPERACION
                   MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
                   MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
                   PERFORM 90000-ABEND-ERROR-FICHERO
                   THRU 90000-F-ABEND-ERROR-FICHERO
               END-IF
           END-IF.

       32000-F-CONSOLIDAR-CICLOS.
           EXIT.

       32010-LEER-ARRASTRE.
           READ CICLOS-TRABAJO.
           IF NOT CIC-TRAB-OK AND NOT EOF-CIC-TRAB THEN
               MOVE "LECTURA"           TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       32010-F-LEER-ARRASTRE.
           EXIT.

       32100-SUMAR-TIPO.
           SET WS-IDX-TIPO TO 1.
           SEARCH WS-TOTALES-TIPO-TABLA
               AT END
                   PERFORM 32110-AGREGAR-TIPO-ARRASTRE
                   THRU 32110-F-AGREGAR-TIPO-ARRASTRE
               WHEN WS-IDX-TIPO > WS-TOTALES-TIPO-CANT
                   PERFORM 32110-AGREGAR-TIPO-ARRASTRE
                   THRU 32110-F-AGREGAR-TIPO-ARRASTRE
               WHEN WS-TOTALES-TIPO-COD (WS-IDX-TIPO)
                       = ARR-TOTALES-TIPO-COD (ARR-IDX-TIPO)
                   ADD ARR-TOTALES-TIPO-IMPORTE (ARR-IDX-TIPO)
                   TO WS-TOTALES-TIPO-IMPORTE (WS-IDX-TIPO)
           END-SEARCH.
       32100-F-SUMAR-TIPO.
           EXIT.

       32110-AGREGAR-TIPO-ARRASTRE.
           IF WS-TOTALES-TIPO-CANT >= 20 THEN
               DISPLAY "TIPOS DISTINTOS EXCEDEN LA TABLA DE "
                       "TOTALES -- AMPLIAR WS-TOTALES-TIPO."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-TOTALES-TIPO-CANT.
           SET WS-IDX-TIPO TO WS-TOTALES-TIPO-CANT.
           MOVE ARR-TOTALES-TIPO-COD (ARR-IDX-TIPO)
                TO WS-TOTALES-TIPO-COD (WS-IDX-TIPO).
           MOVE ARR-TOTALES-TIPO-IMPORTE (ARR-IDX-TIPO)
                TO WS-TOTALES-TIPO-IMPORTE (WS-IDX-TIPO).
       32110-F-AGREGAR-TIPO-ARRASTRE.
           EXIT.

       32200-SUMAR-MONEDA.
           SET WS-IDX-MONEDA TO 1.
           SEARCH WS-TOTALES-MONEDA-TABLA
               AT END
                   PERFORM 32210-AGREGAR-MONEDA-ARRASTRE
                   THRU 32210-F-AGREGAR-MONEDA-ARRASTRE
               WHEN WS-IDX-MONEDA > WS-TOTALES-MONEDA-CANT
                   PERFORM 32210-AGREGAR-MONEDA-ARRASTRE
                   THRU 32210-F-AGREGAR-MONEDA-ARRASTRE
               WHEN WS-TOTALES-MONEDA-COD (WS-IDX-MONEDA)
                       = ARR-TOTALES-MONEDA-COD (ARR-IDX-MONEDA)
                   ADD ARR-TOTALES-MONEDA-MOVS (ARR-IDX-MONEDA)
                   TO WS-TOTALES-MONEDA-MOVS (WS-IDX-MONEDA)
                   ADD ARR-TOTALES-MONEDA-IMP (ARR-IDX-MONEDA)
                   TO WS-TOTALES-MONEDA-IMPORTE (WS-IDX-MONEDA)
           END-SEARCH.
       32200-F-SUMAR-MONEDA.
           EXIT.

       32210-AGREGAR-MONEDA-ARRASTRE.
           IF WS-TOTALES-MONEDA-CANT >= 10 THEN
               DISPLAY "MONEDAS DISTINTAS EXCEDEN LA TABLA DE "
                       "TOTALES -- AMPLIAR WS-TOTALES-MONEDA."
               MOVE "CARGA EN TABLA"    TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE "99"                TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
           ADD 1 TO WS-TOTALES-MONEDA-CANT.
           SET WS-IDX-MONEDA TO WS-TOTALES-MONEDA-CANT.
           MOVE ARR-TOTALES-MONEDA-COD (ARR-IDX-MONEDA)
                TO WS-TOTALES-MONEDA-COD (WS-IDX-MONEDA).
           MOVE ARR-TOTALES-MONEDA-MOVS (ARR-IDX-MONEDA)
                TO WS-TOTALES-MONEDA-MOVS (WS-IDX-MONEDA).
           MOVE ARR-TOTALES-MONEDA-IMP (ARR-IDX-MONEDA)
                TO WS-TOTALES-MONEDA-IMPORTE (WS-IDX-MONEDA).
       32210-F-AGREGAR-MONEDA-ARRASTRE.
           EXIT.

       32300-SUMAR-ASIENTO.
           MOVE ARR-ASI-SUCURSAL TO AUX-CCCACT-SUCURSAL.
           MOVE ARR-ASI-TIPO     TO AUX-CCCACT-TIPO.
           MOVE ARR-ASI-MONEDA   TO WS-MONEDA-MOVIMIENTO.
           MOVE ARR-ASI-IMPORTE  TO WS-IMPORTE-PESOS.

           PERFORM 13230-ACUMULAR-CONTABLE
           THRU 13230-F-ACUMULAR-CONTABLE.

           PERFORM 32010-LEER-ARRASTRE
           THRU 32010-F-LEER-ARRASTRE.
       32300-F-SUMAR-ASIENTO.
           EXIT.

      *-----------------------------------------------------------
      * AL FINAL DE UN CICLO PARCIAL DEJA EN CCCACT-CICLOS.WRK LOS
      * ACUMULADOS DEL DIA HASTA ESTE CICLO PARA EL SIGUIENTE: EL
      * REGISTRO T CON LA FECHA, EL CICLO, LOS CONTADORES Y LOS
      * TOTALES, Y UN REGISTRO A POR ASIENTO CONTABLE. SE GRABA
      * DESPUES DE LOS SALDOS, COMO ULTIMO PASO DEL CICLO.
      *-----------------------------------------------------------
       32500-GRABAR-ARRASTRE.

           OPEN OUTPUT CICLOS-TRABAJO.

           IF NOT CIC-TRAB-OK THEN
               MOVE "APERTURA"          TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           MOVE SPACES                   TO REG-ARRASTRE-TOTALES.
           MOVE "T"                      TO ARR-TIPO-REG.
           MOVE WS-FECHA-PROCESO-SISTEMA TO ARR-FECHA-PROCESO.
           MOVE WS-CICLO-NUMERO          TO ARR-CICLO.
           MOVE WS-CONT-LEIDOS           TO ARR-LEIDOS.
           MOVE WS-CONT-EXCEPCIONES      TO ARR-EXCEPCIONES.
           MOVE WS-CONT-FILTRADOS        TO ARR-FILTRADOS.
           MOVE WS-CONT-CTAS-RECHAZADAS  TO ARR-CTAS-RECHAZADAS.
           MOVE WS-CONT-REVERSAS-PEND    TO ARR-REVERSAS-PEND.
           MOVE WS-CONT-DUPLICADOS       TO ARR-DUPLICADOS.
           MOVE WS-CONT-IMPUESTOS        TO ARR-IMPUESTOS.
           MOVE WS-TOTAL-GENERAL         TO ARR-TOTAL-GENERAL.
           MOVE WS-TOTALES-TIPO          TO ARR-TOTALES-TIPO.
           MOVE WS-TOTALES-MONEDA        TO ARR-TOTALES-MONEDA.

           WRITE REG-ARRASTRE-TOTALES.

           IF NOT CIC-TRAB-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

           PERFORM 32510-GRABAR-ASIENTO-ARRASTRE
           THRU 32510-F-GRABAR-ASIENTO-ARRASTRE
           VARYING WS-IDX-CONTAB FROM 1 BY 1
           UNTIL WS-IDX-CONTAB > WS-CONTAB-CANT.

           CLOSE CICLOS-TRABAJO.

           IF NOT CIC-TRAB-OK THEN
               MOVE "CIERRE"            TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       32500-F-GRABAR-ARRASTRE.
           EXIT.

       32510-GRABAR-ASIENTO-ARRASTRE.
           MOVE SPACES TO REG-ARRASTRE-ASIENTO.
           MOVE "A"    TO ARR-ASI-TIPO-REG.
           MOVE WS-CONTAB-SUCURSAL (WS-IDX-CONTAB)
                TO ARR-ASI-SUCURSAL.
           MOVE WS-CONTAB-TIPO (WS-IDX-CONTAB)   TO ARR-ASI-TIPO.
           MOVE WS-CONTAB-MONEDA (WS-IDX-CONTAB) TO ARR-ASI-MONEDA.
           MOVE WS-CONTAB-IMPORTE (WS-IDX-CONTAB)
                TO ARR-ASI-IMPORTE.

           WRITE REG-ARRASTRE-ASIENTO.

           IF NOT CIC-TRAB-OK THEN
               MOVE "ESCRITURA"         TO WS-ABEND-OPERACION
               MOVE "CCCACT-CICLOS.WRK" TO WS-ABEND-FICHERO
               MOVE FS-CIC-TRAB         TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.
       32510-F-GRABAR-ASIENTO-ARRASTRE.
           EXIT.

      *-----------------------------------------------------------
      * IMPRIME LA CABECERA DE 3 RENGLONES (TITULO/PAGINA, BANCO Y
      * FECHA, COLUMNAS) AL COMIENZO DEL LISTADO Y CADA VEZ QUE
      * CIERRA EL FICHERO DE SUCURSAL ABIERTO (SI LO HAY) Y ABRE
      * EL DE LA SUCURSAL DEL MOVIMIENTO ACTUAL: LA PRIMERA VEZ DE
      * LA CORRIDA EN OUTPUT (EN EXTEND SI SE RETOMA DE UN
      * CHECKPOINT O DESDE EL SEGUNDO CICLO DE LA FECHA Y EL
      * FICHERO YA VENIA DE ANTES), LAS SIGUIENTES EN EXTEND PARA
      * SEGUIR AGREGANDO PAGINAS.
      *-----------------------------------------------------------
       52200-CAMBIAR-FICHERO-SUCURSAL.

           MOVE AUX-CCCACT-SUCURSAL TO WS-SUCURSAL-FICHERO.

           IF WS-SUC-ABIERTA (WS-SUC-SUB-ACTUAL) = "N" THEN
               IF HAY-CHECKPOINT OR HAY-CICLO-ANTERIOR THEN
                   OPEN EXTEND SALIDA-SUC
                   IF SALIDA-SUC-NO-EXISTE THEN
                       OPEN OUTPUT SALIDA-SUC
           THRU 36000-F-GRABAR-BITACORA.

           MOVE 16 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90000-F-ABEND-ERROR-FICHERO.
           THRU 36000-F-GRABAR-BITACORA.

           MOVE 12 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90200-F-ABEND-ERROR-CONTROL.
       90700-F-VERIFICAR-DESCUBIERTOS.
           EXIT.

      *-----------------------------------------------------------
      * VERIFICA EL FILE STATUS DEL INFORME DE EMBARGOS DESPUES
      * DE CADA WRITE, CON EL MISMO ESQUEMA DE 90100.
      *-----------------------------------------------------------
       90800-VERIFICAR-INF-EMBARGOS.

           IF NOT INFORME-EMBARGOS-OK THEN
               MOVE "ESCRITURA"            TO WS-ABEND-OPERACION
               MOVE "INFORME-EMBARGOS.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INF-EMB             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90800-F-VERIFICAR-INF-EMBARGOS.
           EXIT.

      *-----------------------------------------------------------
      * VERIFICA EL FILE STATUS DEL INFORME DE CLEARING DESPUES DE
      * CADA WRITE, CON EL MISMO ESQUEMA DE 90100.
      *-----------------------------------------------------------
       90900-VERIFICAR-INF-CLEARING.

           IF NOT INFORME-CLEARING-OK THEN
               MOVE "ESCRITURA"            TO WS-ABEND-OPERACION
               MOVE "INFORME-CLEARING.TXT" TO WS-ABEND-FICHERO
               MOVE FS-INF-CLR             TO WS-ABEND-STATUS
               PERFORM 90000-ABEND-ERROR-FICHERO
               THRU 90000-F-ABEND-ERROR-FICHERO
           END-IF.

       90900-F-VERIFICAR-INF-CLEARING.
           EXIT.

      *-----------------------------------------------------------
      * ABEND CONTROLADO POR UNA INTERFAZ CONTABLE SIN CUADRAR
      * (DEBE DISTINTO DE HABER): INFORMA AMBOS TOTALES Y TERMINA
           THRU 36000-F-GRABAR-BITACORA.

           MOVE 13 TO RETURN-CODE.
           PERFORM 05200-REGISTRAR-FIN
           THRU 05200-F-REGISTRAR-FIN.

           STOP RUN.

       90500-F-ABEND-ERROR-CUADRE.
