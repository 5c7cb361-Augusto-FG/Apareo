       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS.
      *****************************************************************
      *  ASIENTO CONTABLE DE LAS VENTAS DEL PERIODO: TOMA EL EXTRACTO
      *  CONTABLE (REGISTROS 'D', UNO POR VENTA APAREADA, CON LAS QUE
      *  RECICLA RECUPERO AGREGADAS AL FINAL; LOS 'R' DE RESUMEN SE
      *  SALTEAN), DESAGREGA EL NETO Y EL IVA DE CADA VENTA IGUAL QUE
      *  3050-LIQUIDO-IVA DE APAREO (ASI EL ASIENTO CIERRA CONTRA EL
      *  LIBRO IVA) Y GRABA UN DIARIO DE PARTIDA DOBLE POR SUCURSAL Y
      *  CATEGORIA DE PRODUCTO:
      *    VENTA:      DEBE  DEUDORES POR VENTAS (BRUTO)
      *                HABER VENTAS DE LA CATEGORIA  (NETO)
      *                HABER IVA DEBITO FISCAL       (IVA)
      *    DEVOLUCION: LOS MISMOS RENGLONES AL REVES.
      *  LAS CUENTAS SALEN DE UNA TABLA DE IMPUTACION POR CATEGORIA Y
      *  SUCURSAL QUE MANTIENE CONTADURIA. SI ALGUNA CATEGORIA O
      *  SUCURSAL DEL PERIODO NO TIENE CUENTA, O SI EL DEBE NO CIERRA
      *  CONTRA EL HABER, EL DIARIO QUEDA VACIO (NO SE PASA UN ASIENTO
      *  A MEDIAS AL MAYOR), EL LISTADO MUESTRA EL MOTIVO Y EL PROGRAMA
      *  TERMINA CON CODIGO DE RETORNO 30. GRABA UN REGISTRO DE
      *  CONTROL CON LOS TOTALES DEL ASIENTO PARA QUE CONCILIA LOS
      *  CRUCE CONTRA EL EXTRACTO. HASTA AHORA CONTADURIA ARMABA EL
      *  ASIENTO A MANO DESDE LOS TOTALES DEL EXTRACTO Y DEL LIBRO IVA.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
      *------------

      *    LOS NOMBRES ASIGNADOS SON SIMBOLICOS (ESTILO DD DE JCL),
      *    IGUAL QUE EN EL RESTO DE LA CADENA. TODAS LAS VARIABLES SON
      *    OBLIGATORIAS. EL EXTRACTO ES EL QUE DEJAN APAREO Y RECICLA.
           SELECT EXTRACTO ASSIGN TO
           "ASIENTOS_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
      *    MISMA TABLA DE ALICUOTAS DE IVA QUE USA APAREO.
           SELECT ALICUOTAS ASSIGN TO
           "ASIENTOS_ALICUOTAS"
                                     FILE STATUS IS FS-ALICUOTAS.
      *    TABLA DE IMPUTACION CONTABLE POR CATEGORIA Y SUCURSAL:
      *    ARCHIVO DE PARAMETROS QUE SE CARGA ENTERO AL INICIAR, COMO
      *    LAS ALICUOTAS.
           SELECT CUENTAS ASSIGN TO
           "ASIENTOS_CUENTAS"
                                     FILE STATUS IS FS-CUENTAS.
           SELECT DIARIO ASSIGN TO
           "ASIENTOS_DIARIO"
                                     FILE STATUS IS FS-DIARIO.
           SELECT LISTADO ASSIGN TO
           "ASIENTOS_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           SELECT RESUMEN ASSIGN TO
           "ASIENTOS_CONTROL"
                                     FILE STATUS IS FS-CONTROL.
      *    ARCHIVO DE TRABAJO DEL SORT: EL EXTRACTO VIENE EN ORDEN DE
      *    CLIENTE Y EL ASIENTO SE ARMA POR SUCURSAL, CATEGORIA Y TIPO
      *    DE VENTA (LAS DEVOLUCIONES VAN EN RENGLONES PROPIOS).
           SELECT TRABAJO ASSIGN TO
           "ASIENTOS_TRABAJO".

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------

       FD  EXTRACTO.
      *****************************************************************
      *  EXTRACTO CONTABLE DEL PERIODO (MISMO LAYOUT QUE GRABAN
      *  APAREO Y RECICLA): ACA INTERESAN LOS 'D'.
      *****************************************************************
       01  REG-EXTRACTO-DET-FD.
           05  EXT-TIPO             PIC X(01).
           05  EXT-IDE              PIC 9(05).
           05  EXT-IDEVE            PIC 9(09).
           05  EXT-PRODUCTO         PIC X(15).
           05  EXT-CANTIDAD         PIC 9(06).
           05  EXT-PRECIO           PIC 9(07)V99.
           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).

      *****************************************************************
      *  TABLA DE ALICUOTAS DE IVA: TASA (PORCENTAJE) POR CATEGORIA
      *  DE PRODUCTO. SIN CAB/PIE: ES UN ARCHIVO DE PARAMETROS CHICO.
      *****************************************************************

       FD  ALICUOTAS.
       01  REG-ALICUOTAS-FD.
           05  ALI-CATEGORIA          PIC 9(02).
           05  ALI-TASA               PIC 9(02)V99.

      *****************************************************************
      *  TABLA DE IMPUTACION: PARA CADA CATEGORIA DE PRODUCTO Y
      *  SUCURSAL, LA CUENTA DE DEUDORES POR VENTAS, LA DE VENTAS Y LA
      *  DE IVA DEBITO FISCAL DEL PLAN DE CUENTAS. SIN CAB/PIE, COMO
      *  LAS ALICUOTAS. NO HAY COMODINES: CADA CATEGORIA QUE SE VENDE
      *  EN UNA SUCURSAL TIENE QUE TENER SU REGISTRO.
      *****************************************************************

       FD  CUENTAS.
       01  REG-CUENTAS-FD.
           05  CTA-CATEGORIA          PIC 9(02).
           05  CTA-SUCURSAL           PIC 9(03).
           05  CTA-DEUDORES           PIC X(10).
           05  CTA-VENTAS             PIC X(10).
           05  CTA-IVA                PIC X(10).

      *****************************************************************
      *  DIARIO PARA EL MAYOR: UN RENGLON POR CUENTA, SUCURSAL,
      *  CATEGORIA Y TIPO DE VENTA, CON SU LADO ('D' DEBE, 'H' HABER)
      *  Y SU IMPORTE. TODOS LOS RENGLONES FORMAN UN UNICO ASIENTO
      *  BALANCEADO DEL PERIODO.
      *****************************************************************

       FD  DIARIO.
       01  REG-DIARIO-FD.
           05  DIA-FECHA              PIC 9(08).
           05  DIA-RENGLON            PIC 9(05).
           05  DIA-CUENTA             PIC X(10).
           05  DIA-SUCURSAL           PIC 9(03).
           05  DIA-CATEGORIA          PIC 9(02).
           05  DIA-DEBE-HABER         PIC X(01).
           05  DIA-IMPORTE            PIC 9(11)V99.
           05  DIA-LEYENDA            PIC X(30).

       FD  LISTADO.
      *****************************************************************
      *  LISTADO DEL ASIENTO: LOS RENGLONES CON SU DEBE Y SU HABER,
      *  LAS COMBINACIONES SIN CUENTA Y EL RESUMEN CON EL BALANCEO.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(110).

      *****************************************************************
      *  REGISTRO DE CONTROL DEL ASIENTO: LO LEIDO DEL EXTRACTO
      *  (CONTEO E IMPORTE FIRMADO DE LOS 'D'), LO ASENTADO, LOS
      *  TOTALES DEL DEBE Y DEL HABER, EL SALDO DE CADA CONCEPTO Y EL
      *  VEREDICTO ('OK'/'ER'). CONCILIA LO CRUZA CONTRA EL EXTRACTO.
      *****************************************************************

       FD  RESUMEN.
       01  REG-CONTROL-FD.
           05  CTL-FECHA              PIC 9(08).
           05  CTL-HORA-INICIO        PIC 9(08).
           05  CTL-HORA-FIN           PIC 9(08).
           05  CTL-FECHA-DESDE        PIC 9(08).
           05  CTL-FECHA-HASTA        PIC 9(08).
           05  CTL-VENTAS-LEIDAS      PIC 9(09).
           05  CTL-VENTAS-ASENTADAS   PIC 9(09).
           05  CTL-VENTAS-SIN-CUENTA  PIC 9(09).
           05  CTL-RENGLONES          PIC 9(09).
           05  CTL-IMP-BASE           PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-TOTAL-DEBE         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-TOTAL-HABER        PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-SALDO-DEUDORES     PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-SALDO-VENTAS       PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-SALDO-IVA          PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-BALANCEO           PIC X(02).

       SD  TRABAJO.
       01  REG-TRABAJO-SD.
           05  TRB-SUCURSAL               PIC 9(03).
           05  TRB-CATEGORIA              PIC 9(02).
           05  TRB-TIPOVENTA              PIC X(01).
           05  TRB-IDEVE                  PIC 9(09).
      *    IMPORTES SIN SIGNO: EL TIPO DE VENTA DECIDE DE QUE LADO DEL
      *    ASIENTO VAN.
           05  TRB-BRUTO                  PIC 9(09)V99.
           05  TRB-NETO                   PIC 9(09)V99.
           05  TRB-IVA                    PIC 9(09)V99.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(38) VALUE
              "ASIENTO DE VENTAS DEL PERIODO - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).

        01 WS-LINEA-COLUMNAS.
           05 FILLER                      PIC X(50) VALUE
              "  RENGL  SUC  CAT  CUENTA      LEYENDA".
           05 FILLER                      PIC X(50) VALUE
              "                            DEBE           HABER".

      *    EL LADO QUE NO CORRESPONDE SALE EN BLANCO.
        01 WS-LINEA-RENGLON.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-RENGLON               PIC Z(4)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-SUCURSAL              PIC 9(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-CATEGORIA             PIC 9(02).
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 WS-LR-CUENTA                PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-LEYENDA               PIC X(30).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-DEBE                  PIC Z(10)9,99
                                          BLANK WHEN ZERO.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-HABER                 PIC Z(10)9,99
                                          BLANK WHEN ZERO.

        01 WS-LINEA-SIN-CUENTA.
           05 FILLER                      PIC X(21) VALUE
              "  ** SIN CUENTA: SUC ".
           05 WS-LSC-SUCURSAL             PIC 9(03).
           05 FILLER                      PIC X(05) VALUE " CAT ".
           05 WS-LSC-CATEGORIA            PIC 9(02).
           05 FILLER                      PIC X(06) VALUE " TIPO ".
           05 WS-LSC-TIPOVENTA            PIC X(01).
           05 FILLER                      PIC X(10) VALUE "  VENTAS: ".
           05 WS-LSC-VENTAS               PIC Z(5)9.
           05 FILLER                      PIC X(10) VALUE "  IMPORTE:".
           05 WS-LSC-IMPORTE              PIC Z(10)9,99.

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 WS-LINEA-TOTAL.
           05 WS-TOT-ETIQUETA             PIC X(30).
           05 WS-TOT-IMPORTE              PIC -(11)9,99.

        01 WS-LINEA-BALANCEO.
           05 FILLER                      PIC X(30) VALUE
              "BALANCEO DEL ASIENTO:".
           05 WS-BAL-VEREDICTO            PIC X(02).

        01 WS-LINEA-ANULADO.
           05 FILLER                      PIC X(50) VALUE
              "*** EL DIARIO NO SE GENERA: ASIENTO RECHAZADO ***".

        01 FS-EXTRACTO                    PIC X(02).
        01 FS-ALICUOTAS                   PIC X(02).
        01 FS-CUENTAS                     PIC X(02).
        01 FS-DIARIO                      PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-CONTROL                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-ALICUOTAS              PIC X(100).
        01 WS-PATH-CUENTAS                PIC X(100).
        01 WS-PATH-DIARIO                 PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES Y ACUMULADOS DE LA CORRIDA. LO "LEIDO" SE ACUMULA EN
      *LA ENTRADA DEL SORT Y LO "ASENTADO"/"SIN CUENTA" EN LA SALIDA:
      *AL FINAL LOS DOS LADOS TIENEN QUE CERRAR, Y EL DEBE CONTRA EL
      *HABER.
      *-----------------------------------------------------------------
        01 WS-CANT-LEIDAS                 PIC 9(09) VALUE ZERO.
        01 WS-CANT-RESUMENES              PIC 9(09) VALUE ZERO.
        01 WS-CANT-ASENTADAS              PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIN-CUENTA             PIC 9(09) VALUE ZERO.
        01 WS-CANT-COMBIN-SIN-CUENTA      PIC 9(09) VALUE ZERO.
        01 WS-CANT-RENGLONES              PIC 9(09) VALUE ZERO.
        01 WS-IMP-BASE                    PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-ASENTADO                PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-SIN-CUENTA              PIC S9(11)V99 VALUE ZERO.
        01 WS-TOTAL-DEBE                  PIC S9(11)V99 VALUE ZERO.
        01 WS-TOTAL-HABER                 PIC S9(11)V99 VALUE ZERO.
      *    SALDO DE CADA CONCEPTO EN SU SENTIDO NATURAL: DEUDORES
      *    DEUDOR, VENTAS E IVA ACREEDORES.
        01 WS-SALDO-DEUDORES              PIC S9(11)V99 VALUE ZERO.
        01 WS-SALDO-VENTAS                PIC S9(11)V99 VALUE ZERO.
        01 WS-SALDO-IVA                   PIC S9(11)V99 VALUE ZERO.
        01 WS-FECHA-DESDE                 PIC 9(08) VALUE ZERO.
        01 WS-FECHA-HASTA                 PIC 9(08) VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.
        01 WS-HORA-INICIO                 PIC 9(08) VALUE ZERO.
        01 WS-HORA-FIN                    PIC 9(08) VALUE ZERO.

        01 WS-BALANCEO                    PIC X(02) VALUE 'OK'.
           88 BALANCEO-OK                            VALUE 'OK'.
           88 BALANCEO-ERROR                         VALUE 'ER'.

        01 WS-EOF-EXTRACTO                PIC X(01) VALUE 'N'.
           88 EOF-EXTRACTO                           VALUE 'S'.
        01 WS-EOF-TRABAJO                 PIC X(01) VALUE 'N'.
           88 EOF-TRABAJO                            VALUE 'S'.
        01 WS-EOF-ALICUOTAS               PIC X(01) VALUE 'N'.
           88 EOF-ALICUOTAS                          VALUE 'S'.
        01 WS-EOF-CUENTAS                 PIC X(01) VALUE 'N'.
           88 EOF-CUENTAS                            VALUE 'S'.

      *    MARCA DE "LA ULTIMA LECTURA DEJO UN REGISTRO 'D' EN EL
      *    BUFFER": 2010 LEE SALTEANDO LOS 'R' DE RESUMEN POR CLIENTE.
        01 WS-REG-DETALLE                 PIC X(01) VALUE 'N'.
           88 REG-DETALLE                            VALUE 'S'.

      *-----------------------------------------------------------------
      *TABLA DE ALICUOTAS DE IVA (TASA POR CATEGORIA), CARGADA ENTERA
      *AL INICIAR COMO EN APAREO. UNA CATEGORIA SIN ALICUOTA LIQUIDA A
      *TASA CERO (EXENTO).
      *-----------------------------------------------------------------
        01 WS-MAX-ALICUOTAS               PIC 9(02) VALUE 20.
        01 WS-CANT-ALICUOTAS              PIC 9(02) VALUE ZERO.
        01 WS-TABLA-ALICUOTAS.
           05 WS-ALI-ENTRADA OCCURS 20 TIMES.
              10 WS-ALI-CATEGORIA         PIC 9(02).
              10 WS-ALI-TASA              PIC 9(02)V99.
        01 WS-ALI-IDX                     PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      *TABLA DE IMPUTACION (CATEGORIA + SUCURSAL -> CUENTAS), CARGADA
      *ENTERA AL INICIAR. UNA CLAVE REPETIDA ES UN ERROR DE LA TABLA:
      *NO HAY FORMA DE SABER CUAL DE LAS DOS CUENTAS VALE.
      *-----------------------------------------------------------------
        01 WS-MAX-CUENTAS                 PIC 9(04) VALUE 2000.
        01 WS-CANT-CUENTAS                PIC 9(04) VALUE ZERO.
        01 WS-TABLA-CUENTAS.
           05 WS-CTA-ENTRADA OCCURS 2000 TIMES.
              10 WS-CTA-CATEGORIA         PIC 9(02).
              10 WS-CTA-SUCURSAL          PIC 9(03).
              10 WS-CTA-DEUDORES          PIC X(10).
              10 WS-CTA-VENTAS            PIC X(10).
              10 WS-CTA-IVA               PIC X(10).
        01 WS-CTA-IDX                     PIC 9(04) VALUE ZERO.
        01 WS-CTA-HALLADA-IDX             PIC 9(04) VALUE ZERO.
        01 WS-CUENTA-HALLADA              PIC X(01) VALUE 'N'.
           88 CUENTA-HALLADA                         VALUE 'S'.
           88 CUENTA-NO-HALLADA                      VALUE 'N'.
        01 WS-BUSCO-CATEGORIA             PIC 9(02) VALUE ZERO.
        01 WS-BUSCO-SUCURSAL              PIC 9(03) VALUE ZERO.

      *-----------------------------------------------------------------
      *VENTA EN CURSO EN LA ENTRADA DEL SORT
      *-----------------------------------------------------------------
        01 WS-CATEGORIA-VENTA             PIC 9(02) VALUE ZERO.
        01 WS-TASA-VENTA                  PIC 9(02)V99 VALUE ZERO.
        01 WS-IMP-NETO                    PIC 9(09)V99 VALUE ZERO.
        01 WS-IMP-IVA                     PIC 9(09)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *CORTE DE CONTROL DE LA SALIDA DEL SORT: SUCURSAL + CATEGORIA +
      *TIPO DE VENTA. LA SUCURSAL 000 Y LA CATEGORIA 00 SON VALORES
      *POSIBLES, ASI QUE EL "TODAVIA NO HUBO GRUPO" SE LLEVA EN UN
      *FLAG, COMO EN COMISION.
      *-----------------------------------------------------------------
        01 WS-SUC-ANTERIOR                PIC 9(03) VALUE ZERO.
        01 WS-CAT-ANTERIOR                PIC 9(02) VALUE ZERO.
        01 WS-TPV-ANTERIOR                PIC X(01) VALUE SPACE.
        01 WS-HAY-GRUPO-ANTERIOR          PIC X(01) VALUE 'N'.
           88 HAY-GRUPO-ANTERIOR                     VALUE 'S'.
           88 NO-HAY-GRUPO-ANTERIOR                  VALUE 'N'.
        01 WS-CANT-GRUPO                  PIC 9(09) VALUE ZERO.
        01 WS-BRUTO-GRUPO                 PIC 9(11)V99 VALUE ZERO.
        01 WS-NETO-GRUPO                  PIC 9(11)V99 VALUE ZERO.
        01 WS-IVA-GRUPO                   PIC 9(11)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *RENGLON EN CURSO, ARMADO POR 2570 Y GRABADO POR 2580
      *-----------------------------------------------------------------
        01 WS-REN-CUENTA                  PIC X(10) VALUE SPACES.
        01 WS-REN-DEBE-HABER              PIC X(01) VALUE SPACE.
           88 REN-DEBE                               VALUE 'D'.
           88 REN-HABER                              VALUE 'H'.
        01 WS-REN-IMPORTE                 PIC 9(11)V99 VALUE ZERO.
        01 WS-REN-LEYENDA                 PIC X(30) VALUE SPACES.
        01 WS-REN-CONCEPTO                PIC X(01) VALUE SPACE.
           88 REN-DEUDORES                           VALUE 'D'.
           88 REN-VENTAS                             VALUE 'V'.
           88 REN-IVA                                VALUE 'I'.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           SORT TRABAJO
                ON ASCENDING KEY TRB-SUCURSAL
                                 TRB-CATEGORIA
                                 TRB-TIPOVENTA
                                 TRB-IDEVE
                INPUT PROCEDURE IS 2000-CLASIFICO-VENTAS
                                THRU 2099-FIN-CLASIFICO
                OUTPUT PROCEDURE IS 2500-ARMO-ASIENTO
                                THRU 2599-FIN-ASIENTO.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-EXTRACTO FROM ENVIRONMENT "ASIENTOS_EXTRACTO".
           IF WS-PATH-EXTRACTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ASIENTOS_EXTRACTO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-ALICUOTAS
                FROM ENVIRONMENT "ASIENTOS_ALICUOTAS".
           IF WS-PATH-ALICUOTAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ASIENTOS_ALICUOTAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CUENTAS FROM ENVIRONMENT "ASIENTOS_CUENTAS".
           IF WS-PATH-CUENTAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ASIENTOS_CUENTAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-DIARIO FROM ENVIRONMENT "ASIENTOS_DIARIO".
           IF WS-PATH-DIARIO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ASIENTOS_DIARIO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "ASIENTOS_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ASIENTOS_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CONTROL FROM ENVIRONMENT "ASIENTOS_CONTROL".
           IF WS-PATH-CONTROL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ASIENTOS_CONTROL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "ALICUOTAS: " WS-PATH-ALICUOTAS.
           DISPLAY "CUENTAS: " WS-PATH-CUENTAS.
           DISPLAY "DIARIO: " WS-PATH-DIARIO.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.

           PERFORM 0580-CARGO-CUENTAS.

           PERFORM 0590-CARGO-ALICUOTAS.

       0580-CARGO-CUENTAS.
      *    LA TABLA DE IMPUTACION SE CARGA ENTERA AL INICIAR: SE
      *    CONSULTA UNA VEZ POR CADA GRUPO DEL ASIENTO.
           MOVE ZERO TO WS-CANT-CUENTAS.
           MOVE 'N' TO WS-EOF-CUENTAS.
           OPEN INPUT CUENTAS.
           IF FS-CUENTAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0580-CARGO-CUENTAS'
              DISPLAY 'ARCHIVO CUENTAS'
              DISPLAY 'FS-CUENTAS: ' FS-CUENTAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0585-LEO-CUENTA
                UNTIL EOF-CUENTAS.
           CLOSE CUENTAS.
           IF FS-CUENTAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0580-CARGO-CUENTAS'
              DISPLAY 'ARCHIVO CUENTAS'
              DISPLAY 'FS-CUENTAS: ' FS-CUENTAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'CUENTAS CARGADAS: ' WS-CANT-CUENTAS.

       0585-LEO-CUENTA.
           READ CUENTAS
              AT END
                 SET EOF-CUENTAS TO TRUE
           END-READ.
           IF EOF-CUENTAS
              CONTINUE
           ELSE
              IF FS-CUENTAS = '00'
                 IF WS-CANT-CUENTAS >= WS-MAX-CUENTAS
                    DISPLAY 'ERROR EN 0585-LEO-CUENTA'
                    DISPLAY 'TABLA DE CUENTAS LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF CTA-CATEGORIA IS NOT NUMERIC
                    OR CTA-SUCURSAL IS NOT NUMERIC
                    OR CTA-DEUDORES = SPACES
                    OR CTA-VENTAS = SPACES
                    OR CTA-IVA = SPACES
                    DISPLAY 'ERROR EN 0585-LEO-CUENTA'
                    DISPLAY 'CUENTA CON BASURA: ' REG-CUENTAS-FD
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE CTA-CATEGORIA TO WS-BUSCO-CATEGORIA
                 MOVE CTA-SUCURSAL  TO WS-BUSCO-SUCURSAL
                 PERFORM 2600-BUSCO-CUENTA
                 IF CUENTA-HALLADA
                    DISPLAY 'ERROR EN 0585-LEO-CUENTA'
                    DISPLAY 'CUENTA REPETIDA: ' REG-CUENTAS-FD
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-CUENTAS
                 MOVE CTA-CATEGORIA
                      TO WS-CTA-CATEGORIA(WS-CANT-CUENTAS)
                 MOVE CTA-SUCURSAL
                      TO WS-CTA-SUCURSAL(WS-CANT-CUENTAS)
                 MOVE CTA-DEUDORES
                      TO WS-CTA-DEUDORES(WS-CANT-CUENTAS)
                 MOVE CTA-VENTAS
                      TO WS-CTA-VENTAS(WS-CANT-CUENTAS)
                 MOVE CTA-IVA
                      TO WS-CTA-IVA(WS-CANT-CUENTAS)
              ELSE
                 DISPLAY 'ERROR EN 0585-LEO-CUENTA'
                 DISPLAY 'ARCHIVO CUENTAS'
                 DISPLAY 'FS-CUENTAS: ' FS-CUENTAS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0590-CARGO-ALICUOTAS.
      *    LA TABLA SE CARGA ENTERA AL INICIAR, IGUAL QUE EN APAREO.
           MOVE ZERO TO WS-CANT-ALICUOTAS.
           MOVE 'N' TO WS-EOF-ALICUOTAS.
           OPEN INPUT ALICUOTAS.
           IF FS-ALICUOTAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0590-CARGO-ALICUOTAS'
              DISPLAY 'ARCHIVO ALICUOTAS'
              DISPLAY 'FS-ALICUOTAS: ' FS-ALICUOTAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0595-LEO-ALICUOTA
                UNTIL EOF-ALICUOTAS.
           CLOSE ALICUOTAS.
           IF FS-ALICUOTAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0590-CARGO-ALICUOTAS'
              DISPLAY 'ARCHIVO ALICUOTAS'
              DISPLAY 'FS-ALICUOTAS: ' FS-ALICUOTAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'ALICUOTAS CARGADAS: ' WS-CANT-ALICUOTAS.

       0595-LEO-ALICUOTA.
           READ ALICUOTAS
              AT END
                 SET EOF-ALICUOTAS TO TRUE
           END-READ.
           IF EOF-ALICUOTAS
              CONTINUE
           ELSE
              IF FS-ALICUOTAS = '00'
                 IF WS-CANT-ALICUOTAS >= WS-MAX-ALICUOTAS
                    DISPLAY 'ERROR EN 0595-LEO-ALICUOTA'
                    DISPLAY 'TABLA DE ALICUOTAS LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF ALI-CATEGORIA IS NOT NUMERIC
                    OR ALI-TASA IS NOT NUMERIC
                    DISPLAY 'ERROR EN 0595-LEO-ALICUOTA'
                    DISPLAY 'ALICUOTA CON BASURA: ' REG-ALICUOTAS-FD
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-ALICUOTAS
                 MOVE ALI-CATEGORIA
                      TO WS-ALI-CATEGORIA(WS-CANT-ALICUOTAS)
                 MOVE ALI-TASA TO WS-ALI-TASA(WS-CANT-ALICUOTAS)
              ELSE
                 DISPLAY 'ERROR EN 0595-LEO-ALICUOTA'
                 DISPLAY 'ARCHIVO ALICUOTAS'
                 DISPLAY 'FS-ALICUOTAS: ' FS-ALICUOTAS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1000-ABRO-ARCHIVOS.

           OPEN INPUT EXTRACTO

           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    EL DIARIO SE ABRE AL PRINCIPIO PARA QUE UNA CORRIDA QUE SE
      *    CAE NO DEJE EN DISCO EL DIARIO DEL MES ANTERIOR.
           OPEN OUTPUT DIARIO

           IF FS-DIARIO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO DIARIO'
              DISPLAY 'FS-DIARIO: ' FS-DIARIO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT LISTADO

           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT RESUMEN

           IF FS-CONTROL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CONTROL'
              DISPLAY 'FS-CONTROL: ' FS-CONTROL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-TITULO-LISTADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.
           MOVE SPACES TO REG-LISTADO-FD.
           WRITE REG-LISTADO-FD.
           PERFORM 3900-VERIFICO-LISTADO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-COLUMNAS.
           PERFORM 3900-VERIFICO-LISTADO.

      *****************************************************************
      *  PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL EXTRACTO, SALTEA
      *  LOS 'R', DESAGREGA NETO E IVA DE CADA VENTA 'D' Y LA LIBERA
      *  AL ARCHIVO DE TRABAJO.
      *****************************************************************
       2000-CLASIFICO-VENTAS.
           PERFORM 2010-LEO-EXTRACTO.
           PERFORM 2020-LIBERO-VENTA
                UNTIL EOF-EXTRACTO.
      *    EL RANGO DEL PROCEDIMIENTO (THRU) EJECUTA LOS PARRAFOS EN
      *    ORDEN FISICO: SIN ESTE SALTO AL CIERRE SE CAERIA DE LARGO
      *    EN 2010 Y SE LEERIA DESPUES DEL FIN DE ARCHIVO.
           GO TO 2099-FIN-CLASIFICO.

       2010-LEO-EXTRACTO.
           MOVE 'N' TO WS-REG-DETALLE.
           PERFORM 2012-LEO-REG-EXTRACTO
                UNTIL REG-DETALLE OR EOF-EXTRACTO.

       2012-LEO-REG-EXTRACTO.
           INITIALIZE REG-EXTRACTO-DET-FD.
            READ EXTRACTO
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO EXTRACTO'
                     SET EOF-EXTRACTO TO TRUE
            END-READ.
            IF FS-EXTRACTO = '00'
              EVALUATE EXT-TIPO
                 WHEN 'D'
                    ADD 1 TO WS-CANT-LEIDAS
                    SET REG-DETALLE TO TRUE
                 WHEN 'R'
                    ADD 1 TO WS-CANT-RESUMENES
                 WHEN OTHER
                    DISPLAY 'ERROR EN 2012-LEO-REG-EXTRACTO'
                    DISPLAY 'TIPO DE REGISTRO DESCONOCIDO: ' EXT-TIPO
                    DISPLAY 'EL ARCHIVO NO ES UN EXTRACTO DE APAREO'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
            ELSE
              IF FS-EXTRACTO = '10'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO EXTRACTO'
                 DISPLAY 'ARCHIVO EXTRACTO'
                 DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
            END-IF.

       2020-LIBERO-VENTA.
           INITIALIZE REG-TRABAJO-SD.
           MOVE EXT-IDEVE      TO TRB-IDEVE.
           MOVE EXT-TIPOVENTA  TO TRB-TIPOVENTA.
           MOVE EXT-PRECIO     TO TRB-BRUTO.

      *    UNA SUCURSAL EN BLANCO (VENTA ANTERIOR A LA CONSOLIDACION)
      *    SE TOMA COMO 000: SI NO TIENE CUENTA, SALE EN EL LISTADO.
           IF EXT-SUCURSAL IS NUMERIC
              MOVE EXT-SUCURSAL TO TRB-SUCURSAL
           ELSE
              MOVE ZERO TO TRB-SUCURSAL
           END-IF.

      *    UN EXTRACTO ANTERIOR A LA CATEGORIA LA TRAE EN BLANCO: SE
      *    TOMA COMO CATEGORIA CERO, IGUAL QUE EN COMISION.
           IF EXT-CATEGORIA IS NUMERIC
              MOVE EXT-CATEGORIA TO WS-CATEGORIA-VENTA
           ELSE
              MOVE ZERO TO WS-CATEGORIA-VENTA
           END-IF.
           MOVE WS-CATEGORIA-VENTA TO TRB-CATEGORIA.

           PERFORM 2050-LIQUIDO-IVA.
           MOVE WS-IMP-NETO TO TRB-NETO.
           MOVE WS-IMP-IVA  TO TRB-IVA.

      *    LADO "ENTRADA" DEL BALANCEO: IMPORTE FIRMADO DEL EXTRACTO,
      *    EL MISMO QUE SUMA CONCILIA (LA DEVOLUCION RESTA).
           IF EXT-TIPOVENTA = 'D'
              SUBTRACT EXT-PRECIO FROM WS-IMP-BASE
           ELSE
              ADD EXT-PRECIO TO WS-IMP-BASE
           END-IF.

           IF WS-FECHA-DESDE = ZERO OR EXT-FECHAVENTA < WS-FECHA-DESDE
              MOVE EXT-FECHAVENTA TO WS-FECHA-DESDE
           END-IF.
           IF EXT-FECHAVENTA > WS-FECHA-HASTA
              MOVE EXT-FECHAVENTA TO WS-FECHA-HASTA
           END-IF.

           RELEASE REG-TRABAJO-SD.
           PERFORM 2010-LEO-EXTRACTO.

       2050-LIQUIDO-IVA.
      *    MISMA CUENTA QUE 3050-LIQUIDO-IVA DE APAREO, VENTA POR
      *    VENTA: EL NETO SE DESAGREGA DEL BRUTO Y EL IVA ES LA
      *    DIFERENCIA. ASI EL ASIENTO CIERRA CENTAVO A CENTAVO CONTRA
      *    EL LIBRO IVA.
           MOVE ZERO TO WS-TASA-VENTA.
           PERFORM 2055-COMPARO-ALICUOTA
                VARYING WS-ALI-IDX FROM 1 BY 1
                UNTIL WS-ALI-IDX > WS-CANT-ALICUOTAS.
           COMPUTE WS-IMP-NETO ROUNDED =
                EXT-PRECIO * 100 / (100 + WS-TASA-VENTA).
           SUBTRACT WS-IMP-NETO FROM EXT-PRECIO
                GIVING WS-IMP-IVA.

       2055-COMPARO-ALICUOTA.
           IF WS-ALI-CATEGORIA(WS-ALI-IDX) = WS-CATEGORIA-VENTA
              MOVE WS-ALI-TASA(WS-ALI-IDX) TO WS-TASA-VENTA
           END-IF.

       2099-FIN-CLASIFICO.
           EXIT.

      *****************************************************************
      *  PROCEDIMIENTO DE SALIDA DEL SORT: RECIBE LAS VENTAS YA
      *  CLASIFICADAS POR SUCURSAL/CATEGORIA/TIPO, LAS ACUMULA POR
      *  CORTE DE CONTROL Y AL CIERRE DE CADA GRUPO GRABA SUS
      *  RENGLONES DEL ASIENTO (O LO LISTA SIN CUENTA).
      *****************************************************************
       2500-ARMO-ASIENTO.
           PERFORM 2510-RETORNO-VENTA.
           PERFORM 2520-ACUMULO-VENTA
                UNTIL EOF-TRABAJO.
           IF HAY-GRUPO-ANTERIOR
              PERFORM 2560-CIERRO-GRUPO
           END-IF.
      *    MISMO SALTO AL CIERRE QUE EN 2000: EVITA CAER DE LARGO EN
      *    2510 Y RETORNAR DESPUES DEL FIN DEL ARCHIVO DE TRABAJO.
           GO TO 2599-FIN-ASIENTO.

       2510-RETORNO-VENTA.
           RETURN TRABAJO
              AT END
                 SET EOF-TRABAJO TO TRUE
           END-RETURN.

       2520-ACUMULO-VENTA.
           IF NO-HAY-GRUPO-ANTERIOR
              OR TRB-SUCURSAL  NOT = WS-SUC-ANTERIOR
              OR TRB-CATEGORIA NOT = WS-CAT-ANTERIOR
              OR TRB-TIPOVENTA NOT = WS-TPV-ANTERIOR
              IF HAY-GRUPO-ANTERIOR
                 PERFORM 2560-CIERRO-GRUPO
              END-IF
              MOVE TRB-SUCURSAL  TO WS-SUC-ANTERIOR
              MOVE TRB-CATEGORIA TO WS-CAT-ANTERIOR
              MOVE TRB-TIPOVENTA TO WS-TPV-ANTERIOR
              SET HAY-GRUPO-ANTERIOR TO TRUE
              MOVE ZERO TO WS-CANT-GRUPO WS-BRUTO-GRUPO
                           WS-NETO-GRUPO WS-IVA-GRUPO
           END-IF.

           ADD 1         TO WS-CANT-GRUPO.
           ADD TRB-BRUTO TO WS-BRUTO-GRUPO.
           ADD TRB-NETO  TO WS-NETO-GRUPO.
           ADD TRB-IVA   TO WS-IVA-GRUPO.

           PERFORM 2510-RETORNO-VENTA.

       2560-CIERRO-GRUPO.
           MOVE WS-CAT-ANTERIOR TO WS-BUSCO-CATEGORIA.
           MOVE WS-SUC-ANTERIOR TO WS-BUSCO-SUCURSAL.
           PERFORM 2600-BUSCO-CUENTA.
           IF CUENTA-HALLADA
              PERFORM 2570-RENGLONES-GRUPO
              ADD WS-CANT-GRUPO TO WS-CANT-ASENTADAS
              IF WS-TPV-ANTERIOR = 'D'
                 SUBTRACT WS-BRUTO-GRUPO FROM WS-IMP-ASENTADO
              ELSE
                 ADD WS-BRUTO-GRUPO TO WS-IMP-ASENTADO
              END-IF
           ELSE
              PERFORM 2590-LISTO-SIN-CUENTA
           END-IF.

       2570-RENGLONES-GRUPO.
      *    UNA VENTA VA AL DEBE DE DEUDORES Y AL HABER DE VENTAS E
      *    IVA; UNA DEVOLUCION REVIERTE CADA UNO DE ESOS RENGLONES.
           MOVE WS-CTA-DEUDORES(WS-CTA-HALLADA-IDX) TO WS-REN-CUENTA.
           MOVE WS-BRUTO-GRUPO TO WS-REN-IMPORTE.
           SET REN-DEUDORES TO TRUE.
           IF WS-TPV-ANTERIOR = 'D'
              SET REN-HABER TO TRUE
              MOVE "DEVOLUCIONES - DEUDORES" TO WS-REN-LEYENDA
           ELSE
              SET REN-DEBE TO TRUE
              MOVE "DEUDORES POR VENTAS" TO WS-REN-LEYENDA
           END-IF.
           PERFORM 2580-GRABO-RENGLON.

           MOVE WS-CTA-VENTAS(WS-CTA-HALLADA-IDX) TO WS-REN-CUENTA.
           MOVE WS-NETO-GRUPO TO WS-REN-IMPORTE.
           SET REN-VENTAS TO TRUE.
           IF WS-TPV-ANTERIOR = 'D'
              SET REN-DEBE TO TRUE
              MOVE "DEVOLUCIONES - VENTAS" TO WS-REN-LEYENDA
           ELSE
              SET REN-HABER TO TRUE
              MOVE "VENTAS" TO WS-REN-LEYENDA
           END-IF.
           PERFORM 2580-GRABO-RENGLON.

           MOVE WS-CTA-IVA(WS-CTA-HALLADA-IDX) TO WS-REN-CUENTA.
           MOVE WS-IVA-GRUPO TO WS-REN-IMPORTE.
           SET REN-IVA TO TRUE.
           IF WS-TPV-ANTERIOR = 'D'
              SET REN-DEBE TO TRUE
              MOVE "DEVOLUCIONES - IVA DEBITO" TO WS-REN-LEYENDA
           ELSE
              SET REN-HABER TO TRUE
              MOVE "IVA DEBITO FISCAL" TO WS-REN-LEYENDA
           END-IF.
           PERFORM 2580-GRABO-RENGLON.

       2580-GRABO-RENGLON.
      *    UN RENGLON EN CERO (CATEGORIA EXENTA, SIN IVA) NO SE PASA
      *    AL MAYOR.
           IF WS-REN-IMPORTE = ZERO
              CONTINUE
           ELSE
              ADD 1 TO WS-CANT-RENGLONES
              INITIALIZE REG-DIARIO-FD
                 MOVE WS-FECHA-PROCESO  TO DIA-FECHA
                 MOVE WS-CANT-RENGLONES TO DIA-RENGLON
                 MOVE WS-REN-CUENTA     TO DIA-CUENTA
                 MOVE WS-SUC-ANTERIOR   TO DIA-SUCURSAL
                 MOVE WS-CAT-ANTERIOR   TO DIA-CATEGORIA
                 MOVE WS-REN-DEBE-HABER TO DIA-DEBE-HABER
                 MOVE WS-REN-IMPORTE    TO DIA-IMPORTE
                 MOVE WS-REN-LEYENDA    TO DIA-LEYENDA
              WRITE REG-DIARIO-FD
              PERFORM 3950-VERIFICO-DIARIO

              MOVE WS-CANT-RENGLONES TO WS-LR-RENGLON
              MOVE WS-SUC-ANTERIOR   TO WS-LR-SUCURSAL
              MOVE WS-CAT-ANTERIOR   TO WS-LR-CATEGORIA
              MOVE WS-REN-CUENTA     TO WS-LR-CUENTA
              MOVE WS-REN-LEYENDA    TO WS-LR-LEYENDA
              IF REN-DEBE
                 MOVE WS-REN-IMPORTE TO WS-LR-DEBE
                 MOVE ZERO           TO WS-LR-HABER
                 ADD WS-REN-IMPORTE  TO WS-TOTAL-DEBE
              ELSE
                 MOVE ZERO           TO WS-LR-DEBE
                 MOVE WS-REN-IMPORTE TO WS-LR-HABER
                 ADD WS-REN-IMPORTE  TO WS-TOTAL-HABER
              END-IF
              WRITE REG-LISTADO-FD FROM WS-LINEA-RENGLON
              PERFORM 3900-VERIFICO-LISTADO

      *       SALDO DE CADA CONCEPTO EN SU SENTIDO NATURAL.
              EVALUATE TRUE
                 WHEN REN-DEUDORES AND REN-DEBE
                    ADD WS-REN-IMPORTE TO WS-SALDO-DEUDORES
                 WHEN REN-DEUDORES
                    SUBTRACT WS-REN-IMPORTE FROM WS-SALDO-DEUDORES
                 WHEN REN-VENTAS AND REN-HABER
                    ADD WS-REN-IMPORTE TO WS-SALDO-VENTAS
                 WHEN REN-VENTAS
                    SUBTRACT WS-REN-IMPORTE FROM WS-SALDO-VENTAS
                 WHEN REN-IVA AND REN-HABER
                    ADD WS-REN-IMPORTE TO WS-SALDO-IVA
                 WHEN OTHER
                    SUBTRACT WS-REN-IMPORTE FROM WS-SALDO-IVA
              END-EVALUATE
           END-IF.

       2590-LISTO-SIN-CUENTA.
      *    LA COMBINACION SE LISTA PARA QUE CONTADURIA COMPLETE LA
      *    TABLA; CON UNA SOLA DE ESTAS EL DIARIO NO SE GENERA.
           ADD 1 TO WS-CANT-COMBIN-SIN-CUENTA.
           ADD WS-CANT-GRUPO TO WS-CANT-SIN-CUENTA.
           IF WS-TPV-ANTERIOR = 'D'
              SUBTRACT WS-BRUTO-GRUPO FROM WS-IMP-SIN-CUENTA
           ELSE
              ADD WS-BRUTO-GRUPO TO WS-IMP-SIN-CUENTA
           END-IF.
           MOVE WS-SUC-ANTERIOR TO WS-LSC-SUCURSAL.
           MOVE WS-CAT-ANTERIOR TO WS-LSC-CATEGORIA.
           MOVE WS-TPV-ANTERIOR TO WS-LSC-TIPOVENTA.
           MOVE WS-CANT-GRUPO   TO WS-LSC-VENTAS.
           MOVE WS-BRUTO-GRUPO  TO WS-LSC-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SIN-CUENTA.
           PERFORM 3900-VERIFICO-LISTADO.
           DISPLAY 'SIN CUENTA: SUCURSAL ' WS-SUC-ANTERIOR
                   ' CATEGORIA ' WS-CAT-ANTERIOR.

       2599-FIN-ASIENTO.
           EXIT.

       2600-BUSCO-CUENTA.
      *    BUSQUEDA EXACTA POR CATEGORIA Y SUCURSAL EN LA TABLA DE
      *    IMPUTACION.
           SET CUENTA-NO-HALLADA TO TRUE.
           MOVE ZERO TO WS-CTA-HALLADA-IDX.
           PERFORM 2610-COMPARO-CUENTA
                VARYING WS-CTA-IDX FROM 1 BY 1
                UNTIL WS-CTA-IDX > WS-CANT-CUENTAS
                OR CUENTA-HALLADA.

       2610-COMPARO-CUENTA.
           IF WS-CTA-CATEGORIA(WS-CTA-IDX) = WS-BUSCO-CATEGORIA
              AND WS-CTA-SUCURSAL(WS-CTA-IDX) = WS-BUSCO-SUCURSAL
              SET CUENTA-HALLADA TO TRUE
              MOVE WS-CTA-IDX TO WS-CTA-HALLADA-IDX
           END-IF.

       300-FINALIZO.
      *    EL ASIENTO SE ACEPTA SOLO SI TODA VENTA 'D' LEIDA QUEDO
      *    ASENTADA (NINGUNA SIN CUENTA), EL DEBE CIERRA CONTRA EL
      *    HABER Y DEUDORES SUMA LO MISMO QUE EL EXTRACTO.
           IF WS-CANT-ASENTADAS + WS-CANT-SIN-CUENTA
                 = WS-CANT-LEIDAS
              AND WS-IMP-ASENTADO + WS-IMP-SIN-CUENTA
                 = WS-IMP-BASE
              AND WS-CANT-SIN-CUENTA = ZERO
              AND WS-TOTAL-DEBE = WS-TOTAL-HABER
              AND WS-SALDO-DEUDORES = WS-IMP-BASE
              SET BALANCEO-OK TO TRUE
           ELSE
              SET BALANCEO-ERROR TO TRUE
           END-IF.

           PERFORM 3300-RESUMEN-LISTADO.

           PERFORM 3700-GRABO-CONTROL.

           PERFORM 5000-CIERRO-ARCHIVOS.

           IF BALANCEO-ERROR
              PERFORM 3800-ANULO-DIARIO
              DISPLAY 'ERROR EN 300-FINALIZO'
              IF WS-CANT-SIN-CUENTA > ZERO
                 DISPLAY 'HAY CATEGORIAS O SUCURSALES SIN CUENTA'
              END-IF
              IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                 DISPLAY 'EL DEBE NO CIERRA CONTRA EL HABER'
              END-IF
              DISPLAY 'EL DIARIO NO SE GENERA'
              MOVE 30 TO RETURN-CODE
           END-IF.

       3300-RESUMEN-LISTADO.
           MOVE SPACES TO REG-LISTADO-FD.
           WRITE REG-LISTADO-FD.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENTAS LEIDAS DEL EXTRACTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-LEIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENTAS ASENTADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ASENTADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENTAS SIN CUENTA:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-CUENTA TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "COMBINACIONES SIN CUENTA:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-COMBIN-SIN-CUENTA TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RENGLONES DEL ASIENTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-RENGLONES TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IMPORTE DEL EXTRACTO:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-BASE TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "TOTAL DEBE:" TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-DEBE TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "TOTAL HABER:" TO WS-TOT-ETIQUETA.
           MOVE WS-TOTAL-HABER TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SALDO DEUDORES POR VENTAS:" TO WS-TOT-ETIQUETA.
           MOVE WS-SALDO-DEUDORES TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SALDO VENTAS (NETO):" TO WS-TOT-ETIQUETA.
           MOVE WS-SALDO-VENTAS TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SALDO IVA DEBITO FISCAL:" TO WS-TOT-ETIQUETA.
           MOVE WS-SALDO-IVA TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE WS-BALANCEO TO WS-BAL-VEREDICTO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-BALANCEO.
           PERFORM 3900-VERIFICO-LISTADO.

           IF BALANCEO-ERROR
              WRITE REG-LISTADO-FD FROM WS-LINEA-ANULADO
              PERFORM 3900-VERIFICO-LISTADO
           END-IF.

           DISPLAY "VENTAS LEIDAS: " WS-CANT-LEIDAS.
           DISPLAY "RESUMENES SALTEADOS: " WS-CANT-RESUMENES.
           DISPLAY "VENTAS ASENTADAS: " WS-CANT-ASENTADAS.
           DISPLAY "VENTAS SIN CUENTA: " WS-CANT-SIN-CUENTA.
           DISPLAY "RENGLONES: " WS-CANT-RENGLONES.
           DISPLAY "TOTAL DEBE: " WS-TOTAL-DEBE.
           DISPLAY "TOTAL HABER: " WS-TOTAL-HABER.
           DISPLAY "BALANCEO: " WS-BALANCEO.

       3700-GRABO-CONTROL.
           ACCEPT WS-HORA-FIN FROM TIME.

           INITIALIZE REG-CONTROL-FD.
              MOVE WS-FECHA-PROCESO     TO CTL-FECHA.
              MOVE WS-HORA-INICIO       TO CTL-HORA-INICIO.
              MOVE WS-HORA-FIN          TO CTL-HORA-FIN.
              MOVE WS-FECHA-DESDE       TO CTL-FECHA-DESDE.
              MOVE WS-FECHA-HASTA       TO CTL-FECHA-HASTA.
              MOVE WS-CANT-LEIDAS       TO CTL-VENTAS-LEIDAS.
              MOVE WS-CANT-ASENTADAS    TO CTL-VENTAS-ASENTADAS.
              MOVE WS-CANT-SIN-CUENTA   TO CTL-VENTAS-SIN-CUENTA.
              MOVE WS-CANT-RENGLONES    TO CTL-RENGLONES.
              MOVE WS-IMP-BASE          TO CTL-IMP-BASE.
              MOVE WS-TOTAL-DEBE        TO CTL-TOTAL-DEBE.
              MOVE WS-TOTAL-HABER       TO CTL-TOTAL-HABER.
              MOVE WS-SALDO-DEUDORES    TO CTL-SALDO-DEUDORES.
              MOVE WS-SALDO-VENTAS      TO CTL-SALDO-VENTAS.
              MOVE WS-SALDO-IVA         TO CTL-SALDO-IVA.
              MOVE WS-BALANCEO          TO CTL-BALANCEO.
           WRITE REG-CONTROL-FD.

           IF FS-CONTROL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO CONTROL'
              DISPLAY 'ARCHIVO CONTROL'
              DISPLAY 'FS-CONTROL: ' FS-CONTROL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       3800-ANULO-DIARIO.
      *    UN ASIENTO RECHAZADO NO LLEGA AL MAYOR: EL DIARIO SE VUELVE
      *    A ABRIR DE SALIDA Y SE CIERRA VACIO, Y NO QUEDA NINGUN
      *    RENGLON SUELTO QUE ALGUIEN PUEDA PASAR POR ERROR.
           OPEN OUTPUT DIARIO.
           IF FS-DIARIO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 3800-ANULO-DIARIO'
              DISPLAY 'ARCHIVO DIARIO'
              DISPLAY 'FS-DIARIO: ' FS-DIARIO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE DIARIO.
           IF FS-DIARIO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 3800-ANULO-DIARIO'
              DISPLAY 'ARCHIVO DIARIO'
              DISPLAY 'FS-DIARIO: ' FS-DIARIO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       3900-VERIFICO-LISTADO.
           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO LISTADO'
              DISPLAY 'ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       3950-VERIFICO-DIARIO.
           IF FS-DIARIO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO DIARIO'
              DISPLAY 'ARCHIVO DIARIO'
              DISPLAY 'FS-DIARIO: ' FS-DIARIO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       5000-CIERRO-ARCHIVOS.

           CLOSE EXTRACTO.

           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE DIARIO.

           IF FS-DIARIO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO DIARIO'
              DISPLAY 'FS-DIARIO: ' FS-DIARIO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE LISTADO.

           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE RESUMEN.

           IF FS-CONTROL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CONTROL'
              DISPLAY 'FS-CONTROL: ' FS-CONTROL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
