       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISION.
      *****************************************************************
      *  LIQUIDACION DE COMISIONES POR VENDEDOR: TOMA EL EXTRACTO
      *  CONTABLE DEL PERIODO (REGISTROS 'D', UNO POR VENTA APAREADA,
      *  CON LAS QUE RECICLA RECUPERO AGREGADAS AL FINAL; LOS 'R' DE
      *  RESUMEN SE SALTEAN), BUSCA EL VENDEDOR DE CADA CLIENTE EN EL
      *  MAESTRO INDEXADO Y LE PAGA LA VENTA A LA TASA DE COMISION DE
      *  LA CATEGORIA DEL PRODUCTO. UNA DEVOLUCION ('D' EN TIPOVENTA)
      *  LE DESCUENTA LA COMISION QUE HABIA COBRADO. IMPRIME UNA
      *  LIQUIDACION POR VENDEDOR CON EL DETALLE POR CLIENTE Y POR
      *  VENTA, Y GRABA UN REGISTRO DE CONTROL CON EL CONTEO Y EL
      *  IMPORTE DEL EXTRACTO QUE LIQUIDO, PARA QUE CONCILIA PRUEBE
      *  QUE NO QUEDO AFUERA NINGUNA VENTA. LAS VENTAS DE CLIENTES SIN
      *  VENDEDOR (O CON UN CODIGO QUE NO ESTA EN EL MAESTRO DE
      *  VENDEDORES) SE LISTAN APARTE Y NO LIQUIDAN COMISION. HASTA
      *  AHORA COMERCIAL LO CALCULABA A MANO DESDE EL LISTADO DE
      *  APAREO.
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
      *    IGUAL QUE EN EL RESTO DE LA CADENA: GNUCOBOL RESUELVE CADA
      *    UNO CONTRA LA VARIABLE DE ENTORNO DEL MISMO NOMBRE. TODAS
      *    LAS VARIABLES SON OBLIGATORIAS. EL EXTRACTO ES EL QUE DEJAN
      *    APAREO Y RECICLA.
           SELECT EXTRACTO ASSIGN TO
           "COMISION_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
      *    MISMO MAESTRO INDEXADO DE CLIENTES QUE CONSULTA APAREO (LO
      *    CARGA CARGCLI): DE ACA SALE EL VENDEDOR DE CADA CLIENTE.
           SELECT CLIENTES ASSIGN TO
           "COMISION_CLIENTES"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS IDE
                                     FILE STATUS IS FS-CLIENTES.
      *    MAESTRO DE VENDEDORES Y TABLA DE TASAS DE COMISION POR
      *    CATEGORIA: ARCHIVOS CHICOS DE PARAMETROS QUE SE CARGAN
      *    ENTEROS EN TABLA AL INICIAR, COMO LAS ALICUOTAS DE IVA.
           SELECT VENDEDORES ASSIGN TO
           "COMISION_VENDEDORES"
                                     FILE STATUS IS FS-VENDEDORES.
           SELECT TASAS ASSIGN TO
           "COMISION_TASAS"
                                     FILE STATUS IS FS-TASAS.
           SELECT LISTADO ASSIGN TO
           "COMISION_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           SELECT RESUMEN ASSIGN TO
           "COMISION_CONTROL"
                                     FILE STATUS IS FS-CONTROL.
      *    ARCHIVO DE TRABAJO DEL SORT: EL EXTRACTO VIENE EN ORDEN DE
      *    CLIENTE Y HAY QUE RECLASIFICARLO POR VENDEDOR; EL IDE Y EL
      *    IDEVE COMO CLAVES SIGUIENTES DEJAN CADA CLIENTE JUNTO DENTRO
      *    DEL VENDEDOR Y SUS VENTAS EN ORDEN.
           SELECT TRABAJO ASSIGN TO
           "COMISION_TRABAJO".

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

       FD  CLIENTES.
      *****************************************************************
      *    REGISTRO ARCHIVO CLIENTES (MAESTRO INDEXADO POR IDE)
      *****************************************************************
       01  REG-CLIENTES-FD.
           05  IDE                        PIC 9(05).
           05  DESCRIPCION                PIC X(15).
           05  DIRECCION                  PIC X(30).
           05  VENDEDOR                   PIC 9(03).
           05  LIMITE-CREDITO             PIC 9(09)V99.
           05  ESTADO-CREDITO             PIC X(01).

      *****************************************************************
      *  MAESTRO DE VENDEDORES: CODIGO Y NOMBRE. SIN CAB/PIE: ES UN
      *  ARCHIVO DE PARAMETROS CHICO, COMO EL DE ALICUOTAS.
      *****************************************************************

       FD  VENDEDORES.
       01  REG-VENDEDORES-FD.
           05  VEN-CODIGO             PIC 9(03).
           05  VEN-NOMBRE             PIC X(30).

      *****************************************************************
      *  TASAS DE COMISION: PORCENTAJE POR CATEGORIA DE PRODUCTO (LA
      *  MISMA CATEGORIA DEL MAESTRO DE PRODUCTOS QUE USA EL IVA).
      *****************************************************************

       FD  TASAS.
       01  REG-TASAS-FD.
           05  TAS-CATEGORIA          PIC 9(02).
           05  TAS-PORCENTAJE         PIC 9(02)V99.

       FD  LISTADO.
      *****************************************************************
      *  LIQUIDACION: POR VENDEDOR, SUS CLIENTES; POR CLIENTE, SUS
      *  VENTAS CON LA TASA Y LA COMISION DE CADA UNA; SUBTOTAL POR
      *  CLIENTE Y TOTAL A PAGAR POR VENDEDOR.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(110).

      *****************************************************************
      *  REGISTRO DE CONTROL DE LA LIQUIDACION: LO LEIDO DEL EXTRACTO
      *  (CONTEO E IMPORTE FIRMADO DE LOS 'D'), COMO SE REPARTIO ENTRE
      *  LO LIQUIDADO Y LO QUE NO TIENE VENDEDOR, EL TOTAL DE
      *  COMISIONES Y EL VEREDICTO DEL BALANCEO ENTRE LA ENTRADA Y LA
      *  SALIDA DEL SORT ('OK'/'ER'). CONCILIA LO CRUZA CONTRA EL
      *  EXTRACTO.
      *****************************************************************

       FD  RESUMEN.
       01  REG-CONTROL-FD.
           05  CTL-FECHA              PIC 9(08).
           05  CTL-HORA-INICIO        PIC 9(08).
           05  CTL-HORA-FIN           PIC 9(08).
           05  CTL-VENTAS-LEIDAS      PIC 9(09).
           05  CTL-VENTAS-LIQUIDADAS  PIC 9(09).
           05  CTL-SIN-VENDEDOR       PIC 9(09).
           05  CTL-IMP-BASE           PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-IMP-LIQUIDADO      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-IMP-SIN-VENDEDOR   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-COMISIONES         PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-BALANCEO           PIC X(02).

       SD  TRABAJO.
       01  REG-TRABAJO-SD.
           05  TRB-VENDEDOR               PIC 9(03).
           05  TRB-IDE                    PIC 9(05).
           05  TRB-IDEVE                  PIC 9(09).
           05  TRB-CLI-DESCRIPCION        PIC X(15).
           05  TRB-PRODUCTO               PIC X(15).
           05  TRB-CATEGORIA              PIC 9(02).
           05  TRB-FECHAVENTA             PIC 9(08).
           05  TRB-TIPOVENTA              PIC X(01).
      *    IMPORTE Y COMISION YA FIRMADOS: LA DEVOLUCION VIAJA EN
      *    NEGATIVO Y LOS TOTALES SE ARMAN SUMANDO.
           05  TRB-IMPORTE                PIC S9(09)V99.
           05  TRB-TASA                   PIC 9(02)V99.
           05  TRB-COMISION               PIC S9(09)V99.
      *    'S' SI EL VENDEDOR ESTA EN EL MAESTRO Y LIQUIDA; 'N' SI LA
      *    VENTA ES DE UN CLIENTE SIN VENDEDOR O CON UNO INEXISTENTE.
           05  TRB-LIQUIDA                PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(48) VALUE
              "LIQUIDACION DE COMISIONES POR VENDEDOR - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).

        01 WS-LINEA-VENDEDOR.
           05 FILLER                      PIC X(10) VALUE "VENDEDOR: ".
           05 WS-LV-CODIGO                PIC 9(03).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LV-NOMBRE                PIC X(30).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LV-NOTA                  PIC X(25).

        01 WS-LINEA-CLIENTE.
           05 FILLER                      PIC X(11) VALUE
              "  CLIENTE: ".
           05 WS-LC-IDE                   PIC 9(05).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-DESCRIPCION           PIC X(15).

      *    IMPORTE Y COMISION CON SIGNO FLOTANTE: LA DEVOLUCION SALE
      *    EN NEGATIVO Y SE VE QUE DESCUENTA.
        01 WS-LINEA-DETALLE.
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 WS-LD-IDEVE                 PIC 9(09).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LD-FECHA                 PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LD-PRODUCTO              PIC X(15).
           05 FILLER                      PIC X(06) VALUE "  CAT ".
           05 WS-LD-CATEGORIA             PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LD-TIPOVENTA             PIC X(01).
           05 FILLER                      PIC X(10) VALUE "  IMPORTE:".
           05 WS-LD-IMPORTE               PIC -(9)9,99.
           05 FILLER                      PIC X(07) VALUE "  TASA:".
           05 WS-LD-TASA                  PIC Z9,99.
           05 FILLER                      PIC X(11) VALUE "  COMISION:".
           05 WS-LD-COMISION              PIC -(8)9,99.

        01 WS-LINEA-SUBTOTAL.
           05 FILLER                      PIC X(04) VALUE SPACES.
           05 WS-LS-ETIQUETA              PIC X(26).
           05 FILLER                      PIC X(10) VALUE "  VENTAS: ".
           05 WS-LS-VENTAS                PIC Z(5)9.
           05 FILLER                      PIC X(10) VALUE "  IMPORTE:".
           05 WS-LS-IMPORTE               PIC -(10)9,99.
           05 FILLER                      PIC X(11) VALUE "  COMISION:".
           05 WS-LS-COMISION              PIC -(9)9,99.

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 WS-LINEA-TOTAL.
           05 WS-TOT-ETIQUETA             PIC X(30).
           05 WS-TOT-IMPORTE              PIC -(11)9,99.

        01 WS-LINEA-BALANCEO.
           05 FILLER                      PIC X(30) VALUE
              "BALANCEO EXTRACTO/LIQUIDACION:".
           05 WS-BAL-VEREDICTO            PIC X(02).

        01 FS-EXTRACTO                    PIC X(02).
        01 FS-CLIENTES                    PIC X(02).
        01 FS-VENDEDORES                  PIC X(02).
        01 FS-TASAS                       PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-CONTROL                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-CLIENTES               PIC X(100).
        01 WS-PATH-VENDEDORES             PIC X(100).
        01 WS-PATH-TASAS                  PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES Y ACUMULADOS DE LA CORRIDA. LO "LEIDO" SE ACUMULA EN
      *LA ENTRADA DEL SORT Y LO "LIQUIDADO"/"SIN VENDEDOR" EN LA
      *SALIDA: AL FINAL LOS DOS LADOS TIENEN QUE CERRAR.
      *-----------------------------------------------------------------
        01 WS-CANT-LEIDAS                 PIC 9(09) VALUE ZERO.
        01 WS-CANT-RESUMENES              PIC 9(09) VALUE ZERO.
        01 WS-CANT-LIQUIDADAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIN-VENDEDOR           PIC 9(09) VALUE ZERO.
        01 WS-CANT-CLI-SIN-MAESTRO        PIC 9(09) VALUE ZERO.
        01 WS-CANT-VENDEDORES-LIQ         PIC 9(09) VALUE ZERO.
        01 WS-IMP-BASE                    PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-LIQUIDADO               PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-SIN-VENDEDOR            PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-COMISIONES              PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-COM-DEVUELTAS           PIC S9(11)V99 VALUE ZERO.
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
        01 WS-EOF-VENDEDORES              PIC X(01) VALUE 'N'.
           88 EOF-VENDEDORES                         VALUE 'S'.
        01 WS-EOF-TASAS                   PIC X(01) VALUE 'N'.
           88 EOF-TASAS                              VALUE 'S'.

      *    MARCA DE "LA ULTIMA LECTURA DEJO UN REGISTRO 'D' EN EL
      *    BUFFER": 2010 LEE SALTEANDO LOS 'R' DE RESUMEN POR CLIENTE.
        01 WS-REG-DETALLE                 PIC X(01) VALUE 'N'.
           88 REG-DETALLE                            VALUE 'S'.

      *-----------------------------------------------------------------
      *BUSQUEDA EN EL MAESTRO DE CLIENTES, CON CACHE DE LA ULTIMA
      *BUSQUEDA COMO EN APAREO: EL EXTRACTO VIENE AGRUPADO POR CLIENTE.
      *-----------------------------------------------------------------
        01 WS-CLIENTE-HALLADO             PIC X(01) VALUE 'N'.
           88 CLIENTE-HALLADO                        VALUE 'S'.
           88 CLIENTE-NO-HALLADO                     VALUE 'N'.
        01 WS-CACHE-VALIDO                PIC X(01) VALUE 'N'.
           88 CACHE-VALIDO                           VALUE 'S'.
        01 WS-IDE-CACHE                   PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      *TABLA DE VENDEDORES, CARGADA ENTERA AL INICIAR
      *-----------------------------------------------------------------
        01 WS-MAX-VENDEDORES              PIC 9(03) VALUE 200.
        01 WS-CANT-VENDEDORES             PIC 9(03) VALUE ZERO.
        01 WS-TABLA-VENDEDORES.
           05 WS-VEN-ENTRADA OCCURS 200 TIMES.
              10 WS-VEN-CODIGO            PIC 9(03).
              10 WS-VEN-NOMBRE            PIC X(30).
        01 WS-VEN-IDX                     PIC 9(03) VALUE ZERO.
        01 WS-VENDEDOR-HALLADO            PIC X(01) VALUE 'N'.
           88 VENDEDOR-HALLADO                       VALUE 'S'.
           88 VENDEDOR-NO-HALLADO                    VALUE 'N'.
        01 WS-VEN-NOMBRE-HALLADO          PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      *TABLA DE TASAS DE COMISION POR CATEGORIA, CARGADA ENTERA AL
      *INICIAR COMO LA DE ALICUOTAS. UNA CATEGORIA SIN TASA NO
      *LIQUIDA COMISION (TASA CERO), IGUAL QUE UNA SIN ALICUOTA
      *LIQUIDA EXENTO.
      *-----------------------------------------------------------------
        01 WS-MAX-TASAS                   PIC 9(02) VALUE 20.
        01 WS-CANT-TASAS                  PIC 9(02) VALUE ZERO.
        01 WS-TABLA-TASAS.
           05 WS-TAS-ENTRADA OCCURS 20 TIMES.
              10 WS-TAS-CATEGORIA         PIC 9(02).
              10 WS-TAS-PORCENTAJE        PIC 9(02)V99.
        01 WS-TAS-IDX                     PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      *VENTA EN CURSO EN LA ENTRADA DEL SORT
      *-----------------------------------------------------------------
        01 WS-CATEGORIA-VENTA             PIC 9(02) VALUE ZERO.
        01 WS-TASA-VENTA                  PIC 9(02)V99 VALUE ZERO.
        01 WS-IMP-COMISION                PIC S9(09)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *CORTES DE CONTROL DE LA SALIDA DEL SORT (VENDEDOR Y CLIENTE
      *DENTRO DEL VENDEDOR). EL VENDEDOR 000 ES LEGITIMO ("SIN
      *VENDEDOR"), ASI QUE EL "TODAVIA NO HUBO VENDEDOR" SE LLEVA EN UN
      *FLAG Y NO EN UN VALOR CENTINELA, COMO EN RANKPROD.
      *-----------------------------------------------------------------
        01 WS-VEN-ANTERIOR                PIC 9(03) VALUE ZERO.
        01 WS-HAY-VEN-ANTERIOR            PIC X(01) VALUE 'N'.
           88 HAY-VEN-ANTERIOR                       VALUE 'S'.
           88 NO-HAY-VEN-ANTERIOR                    VALUE 'N'.
        01 WS-IDE-ANTERIOR                PIC 9(05) VALUE ZERO.
        01 WS-HAY-IDE-ANTERIOR            PIC X(01) VALUE 'N'.
           88 HAY-IDE-ANTERIOR                       VALUE 'S'.
           88 NO-HAY-IDE-ANTERIOR                    VALUE 'N'.

        01 WS-CANT-SUB-CLIENTE            PIC 9(06) VALUE ZERO.
        01 WS-IMP-SUB-CLIENTE             PIC S9(11)V99 VALUE ZERO.
        01 WS-COM-SUB-CLIENTE             PIC S9(11)V99 VALUE ZERO.
        01 WS-CANT-SUB-VENDEDOR           PIC 9(06) VALUE ZERO.
        01 WS-IMP-SUB-VENDEDOR            PIC S9(11)V99 VALUE ZERO.
        01 WS-COM-SUB-VENDEDOR            PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           SORT TRABAJO
                ON ASCENDING KEY TRB-VENDEDOR
                                 TRB-IDE
                                 TRB-IDEVE
                INPUT PROCEDURE IS 2000-CLASIFICO-VENTAS
                                THRU 2099-FIN-CLASIFICO
                OUTPUT PROCEDURE IS 2500-LIQUIDO-VENDEDORES
                                THRU 2599-FIN-LIQUIDO.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-EXTRACTO FROM ENVIRONMENT "COMISION_EXTRACTO".
           IF WS-PATH-EXTRACTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO COMISION_EXTRACTO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CLIENTES FROM ENVIRONMENT "COMISION_CLIENTES".
           IF WS-PATH-CLIENTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO COMISION_CLIENTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-VENDEDORES
                FROM ENVIRONMENT "COMISION_VENDEDORES".
           IF WS-PATH-VENDEDORES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'COMISION_VENDEDORES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-TASAS FROM ENVIRONMENT "COMISION_TASAS".
           IF WS-PATH-TASAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO COMISION_TASAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "COMISION_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO COMISION_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CONTROL FROM ENVIRONMENT "COMISION_CONTROL".
           IF WS-PATH-CONTROL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO COMISION_CONTROL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "CLIENTES: " WS-PATH-CLIENTES.
           DISPLAY "VENDEDORES: " WS-PATH-VENDEDORES.
           DISPLAY "TASAS: " WS-PATH-TASAS.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.

           PERFORM 0580-CARGO-VENDEDORES.

           PERFORM 0590-CARGO-TASAS.

       0580-CARGO-VENDEDORES.
      *    EL MAESTRO DE VENDEDORES SE CARGA ENTERO AL INICIAR: ES
      *    CHICO Y SE CONSULTA POR CADA VENTA.
           MOVE ZERO TO WS-CANT-VENDEDORES.
           MOVE 'N' TO WS-EOF-VENDEDORES.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0580-CARGO-VENDEDORES'
              DISPLAY 'ARCHIVO VENDEDORES'
              DISPLAY 'FS-VENDEDORES: ' FS-VENDEDORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0585-LEO-VENDEDOR
                UNTIL EOF-VENDEDORES.
           CLOSE VENDEDORES.
           IF FS-VENDEDORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0580-CARGO-VENDEDORES'
              DISPLAY 'ARCHIVO VENDEDORES'
              DISPLAY 'FS-VENDEDORES: ' FS-VENDEDORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'VENDEDORES CARGADOS: ' WS-CANT-VENDEDORES.

       0585-LEO-VENDEDOR.
           READ VENDEDORES
              AT END
                 SET EOF-VENDEDORES TO TRUE
           END-READ.
           IF EOF-VENDEDORES
              CONTINUE
           ELSE
              IF FS-VENDEDORES = '00'
                 IF WS-CANT-VENDEDORES >= WS-MAX-VENDEDORES
                    DISPLAY 'ERROR EN 0585-LEO-VENDEDOR'
                    DISPLAY 'TABLA DE VENDEDORES LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
      *          EL CODIGO 000 QUEDA RESERVADO PARA "SIN VENDEDOR": NO
      *          PUEDE APARECER EN EL MAESTRO.
                 IF VEN-CODIGO IS NOT NUMERIC
                    OR VEN-CODIGO = ZERO
                    DISPLAY 'ERROR EN 0585-LEO-VENDEDOR'
                    DISPLAY 'VENDEDOR CON BASURA: ' REG-VENDEDORES-FD
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-VENDEDORES
                 MOVE VEN-CODIGO TO WS-VEN-CODIGO(WS-CANT-VENDEDORES)
                 MOVE VEN-NOMBRE TO WS-VEN-NOMBRE(WS-CANT-VENDEDORES)
              ELSE
                 DISPLAY 'ERROR EN 0585-LEO-VENDEDOR'
                 DISPLAY 'ARCHIVO VENDEDORES'
                 DISPLAY 'FS-VENDEDORES: ' FS-VENDEDORES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0590-CARGO-TASAS.
      *    LA TABLA SE CARGA ENTERA AL INICIAR, IGUAL QUE LAS
      *    ALICUOTAS EN APAREO.
           MOVE ZERO TO WS-CANT-TASAS.
           MOVE 'N' TO WS-EOF-TASAS.
           OPEN INPUT TASAS.
           IF FS-TASAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0590-CARGO-TASAS'
              DISPLAY 'ARCHIVO TASAS'
              DISPLAY 'FS-TASAS: ' FS-TASAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0595-LEO-TASA
                UNTIL EOF-TASAS.
           CLOSE TASAS.
           IF FS-TASAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0590-CARGO-TASAS'
              DISPLAY 'ARCHIVO TASAS'
              DISPLAY 'FS-TASAS: ' FS-TASAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'TASAS CARGADAS: ' WS-CANT-TASAS.

       0595-LEO-TASA.
           READ TASAS
              AT END
                 SET EOF-TASAS TO TRUE
           END-READ.
           IF EOF-TASAS
              CONTINUE
           ELSE
              IF FS-TASAS = '00'
                 IF WS-CANT-TASAS >= WS-MAX-TASAS
                    DISPLAY 'ERROR EN 0595-LEO-TASA'
                    DISPLAY 'TABLA DE TASAS LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF TAS-CATEGORIA IS NOT NUMERIC
                    OR TAS-PORCENTAJE IS NOT NUMERIC
                    DISPLAY 'ERROR EN 0595-LEO-TASA'
                    DISPLAY 'TASA CON BASURA: ' REG-TASAS-FD
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-TASAS
                 MOVE TAS-CATEGORIA
                      TO WS-TAS-CATEGORIA(WS-CANT-TASAS)
                 MOVE TAS-PORCENTAJE
                      TO WS-TAS-PORCENTAJE(WS-CANT-TASAS)
              ELSE
                 DISPLAY 'ERROR EN 0595-LEO-TASA'
                 DISPLAY 'ARCHIVO TASAS'
                 DISPLAY 'FS-TASAS: ' FS-TASAS
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


           OPEN INPUT CLIENTES

           IF FS-CLIENTES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CLIENTES'
              DISPLAY 'FS-CLIENTES: ' FS-CLIENTES
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

      *****************************************************************
      *  PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL EXTRACTO, SALTEA
      *  LOS 'R', RESUELVE VENDEDOR Y TASA DE CADA VENTA 'D', CALCULA
      *  SU COMISION Y LA LIBERA AL ARCHIVO DE TRABAJO.
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
           PERFORM 1200-BUSCO-CLIENTE.

           INITIALIZE REG-TRABAJO-SD.
           MOVE EXT-IDE        TO TRB-IDE.
           MOVE EXT-IDEVE      TO TRB-IDEVE.
           MOVE EXT-PRODUCTO   TO TRB-PRODUCTO.
           MOVE EXT-FECHAVENTA TO TRB-FECHAVENTA.
           MOVE EXT-TIPOVENTA  TO TRB-TIPOVENTA.
           IF CLIENTE-HALLADO
              MOVE VENDEDOR    TO TRB-VENDEDOR
              MOVE DESCRIPCION TO TRB-CLI-DESCRIPCION
           ELSE
      *       UN CLIENTE DADO DE BAJA DESPUES DE APAREAR LA VENTA NO
      *       TIENE A QUIEN PAGARLE: VA AL GRUPO SIN VENDEDOR.
              MOVE ZERO        TO TRB-VENDEDOR
              MOVE "SIN MAESTRO" TO TRB-CLI-DESCRIPCION
              ADD 1 TO WS-CANT-CLI-SIN-MAESTRO
           END-IF.

      *    UN EXTRACTO ANTERIOR A LA CATEGORIA LA TRAE EN BLANCO: SE
      *    TOMA COMO CATEGORIA CERO (SIN TASA).
           IF EXT-CATEGORIA IS NUMERIC
              MOVE EXT-CATEGORIA TO WS-CATEGORIA-VENTA
           ELSE
              MOVE ZERO TO WS-CATEGORIA-VENTA
           END-IF.
           MOVE WS-CATEGORIA-VENTA TO TRB-CATEGORIA.

      *    SOLO LIQUIDA EL VENDEDOR QUE ESTA EN EL MAESTRO; LAS VENTAS
      *    SIN VENDEDOR SE LISTAN IGUAL, CON TASA CERO.
           MOVE ZERO TO WS-TASA-VENTA.
           IF TRB-VENDEDOR = ZERO
              MOVE 'N' TO TRB-LIQUIDA
           ELSE
              PERFORM 2060-BUSCO-VENDEDOR
              IF VENDEDOR-HALLADO
                 MOVE 'S' TO TRB-LIQUIDA
                 PERFORM 2070-BUSCO-TASA
              ELSE
                 MOVE 'N' TO TRB-LIQUIDA
              END-IF
           END-IF.
           MOVE WS-TASA-VENTA TO TRB-TASA.

      *    LA BASE DE LA COMISION ES EL IMPORTE DE LA VENTA TAL COMO
      *    FIGURA EN EL EXTRACTO, EL MISMO QUE SUMA CONCILIA. LA
      *    DEVOLUCION RESTA: LE DESCUENTA AL VENDEDOR LA COMISION QUE
      *    COBRO POR ESA VENTA.
           COMPUTE WS-IMP-COMISION ROUNDED =
                EXT-PRECIO * WS-TASA-VENTA / 100.
           IF EXT-TIPOVENTA = 'D'
              COMPUTE TRB-IMPORTE  = ZERO - EXT-PRECIO
              COMPUTE TRB-COMISION = ZERO - WS-IMP-COMISION
              SUBTRACT EXT-PRECIO FROM WS-IMP-BASE
           ELSE
              MOVE EXT-PRECIO      TO TRB-IMPORTE
              MOVE WS-IMP-COMISION TO TRB-COMISION
              ADD EXT-PRECIO TO WS-IMP-BASE
           END-IF.

           RELEASE REG-TRABAJO-SD.
           PERFORM 2010-LEO-EXTRACTO.

       1200-BUSCO-CLIENTE.
      *    MISMO ESQUEMA QUE 1200-BUSCO-CLIENTE DE APAREO: READ
      *    DIRECTO POR CLAVE CON CACHE DE LA ULTIMA BUSQUEDA.
           IF CACHE-VALIDO AND EXT-IDE = WS-IDE-CACHE
              CONTINUE
           ELSE
              MOVE EXT-IDE TO IDE
              READ CLIENTES
                 INVALID KEY
                    SET CLIENTE-NO-HALLADO TO TRUE
                 NOT INVALID KEY
                    SET CLIENTE-HALLADO TO TRUE
              END-READ
              IF FS-CLIENTES = '00' OR FS-CLIENTES = '23'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 1200-BUSCO-CLIENTE'
                 DISPLAY 'ARCHIVO CLIENTES'
                 DISPLAY 'FS-CLIENTES: ' FS-CLIENTES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
      *       UN MAESTRO CARGADO ANTES DEL CAMPO VENDEDOR LO TRAE EN
      *       BLANCO: EQUIVALE A SIN VENDEDOR.
              IF CLIENTE-HALLADO AND VENDEDOR IS NOT NUMERIC
                 MOVE ZERO TO VENDEDOR
              END-IF
              MOVE EXT-IDE TO WS-IDE-CACHE
              SET CACHE-VALIDO TO TRUE
           END-IF.

       2060-BUSCO-VENDEDOR.
           SET VENDEDOR-NO-HALLADO TO TRUE.
           MOVE SPACES TO WS-VEN-NOMBRE-HALLADO.
           PERFORM 2065-COMPARO-VENDEDOR
                VARYING WS-VEN-IDX FROM 1 BY 1
                UNTIL WS-VEN-IDX > WS-CANT-VENDEDORES
                OR VENDEDOR-HALLADO.

       2065-COMPARO-VENDEDOR.
           IF WS-VEN-CODIGO(WS-VEN-IDX) = TRB-VENDEDOR
              SET VENDEDOR-HALLADO TO TRUE
              MOVE WS-VEN-NOMBRE(WS-VEN-IDX) TO WS-VEN-NOMBRE-HALLADO
           END-IF.

       2070-BUSCO-TASA.
      *    TASA DE LA CATEGORIA DE LA VENTA; UNA CATEGORIA SIN TASA NO
      *    LIQUIDA COMISION.
           MOVE ZERO TO WS-TASA-VENTA.
           PERFORM 2075-COMPARO-TASA
                VARYING WS-TAS-IDX FROM 1 BY 1
                UNTIL WS-TAS-IDX > WS-CANT-TASAS.

       2075-COMPARO-TASA.
           IF WS-TAS-CATEGORIA(WS-TAS-IDX) = WS-CATEGORIA-VENTA
              MOVE WS-TAS-PORCENTAJE(WS-TAS-IDX) TO WS-TASA-VENTA
           END-IF.

       2099-FIN-CLASIFICO.
           EXIT.

      *****************************************************************
      *  PROCEDIMIENTO DE SALIDA DEL SORT: RECIBE LAS VENTAS YA
      *  CLASIFICADAS POR VENDEDOR/CLIENTE Y ARMA LA LIQUIDACION POR
      *  CORTE DE CONTROL, CON SUBTOTAL POR CLIENTE Y TOTAL POR
      *  VENDEDOR.
      *****************************************************************
       2500-LIQUIDO-VENDEDORES.
           PERFORM 2510-RETORNO-VENTA.
           PERFORM 2520-LISTO-VENTA
                UNTIL EOF-TRABAJO.
           IF HAY-VEN-ANTERIOR
              PERFORM 2560-SUBTOTAL-CLIENTE
              PERFORM 2570-TOTAL-VENDEDOR
           END-IF.
      *    MISMO SALTO AL CIERRE QUE EN 2000: EVITA CAER DE LARGO EN
      *    2510 Y RETORNAR DESPUES DEL FIN DEL ARCHIVO DE TRABAJO.
           GO TO 2599-FIN-LIQUIDO.

       2510-RETORNO-VENTA.
           RETURN TRABAJO
              AT END
                 SET EOF-TRABAJO TO TRUE
           END-RETURN.

       2520-LISTO-VENTA.
           IF NO-HAY-VEN-ANTERIOR OR TRB-VENDEDOR NOT = WS-VEN-ANTERIOR
              IF HAY-VEN-ANTERIOR
                 PERFORM 2560-SUBTOTAL-CLIENTE
                 PERFORM 2570-TOTAL-VENDEDOR
              END-IF
              PERFORM 2530-ENCABEZADO-VENDEDOR
              MOVE TRB-VENDEDOR TO WS-VEN-ANTERIOR
              SET HAY-VEN-ANTERIOR TO TRUE
              SET NO-HAY-IDE-ANTERIOR TO TRUE
              MOVE ZERO TO WS-CANT-SUB-VENDEDOR WS-IMP-SUB-VENDEDOR
                           WS-COM-SUB-VENDEDOR
           END-IF.

           IF NO-HAY-IDE-ANTERIOR OR TRB-IDE NOT = WS-IDE-ANTERIOR
              IF HAY-IDE-ANTERIOR
                 PERFORM 2560-SUBTOTAL-CLIENTE
              END-IF
              PERFORM 2540-ENCABEZADO-CLIENTE
              MOVE TRB-IDE TO WS-IDE-ANTERIOR
              SET HAY-IDE-ANTERIOR TO TRUE
              MOVE ZERO TO WS-CANT-SUB-CLIENTE WS-IMP-SUB-CLIENTE
                           WS-COM-SUB-CLIENTE
           END-IF.

           MOVE TRB-IDEVE      TO WS-LD-IDEVE.
           MOVE TRB-FECHAVENTA TO WS-LD-FECHA.
           MOVE TRB-PRODUCTO   TO WS-LD-PRODUCTO.
           MOVE TRB-CATEGORIA  TO WS-LD-CATEGORIA.
           MOVE TRB-TIPOVENTA  TO WS-LD-TIPOVENTA.
           MOVE TRB-IMPORTE    TO WS-LD-IMPORTE.
           MOVE TRB-TASA       TO WS-LD-TASA.
           MOVE TRB-COMISION   TO WS-LD-COMISION.
           WRITE REG-LISTADO-FD FROM WS-LINEA-DETALLE.
           PERFORM 3900-VERIFICO-LISTADO.

           ADD 1            TO WS-CANT-SUB-CLIENTE WS-CANT-SUB-VENDEDOR.
           ADD TRB-IMPORTE  TO WS-IMP-SUB-CLIENTE WS-IMP-SUB-VENDEDOR.
           ADD TRB-COMISION TO WS-COM-SUB-CLIENTE WS-COM-SUB-VENDEDOR.

      *    LADO "SALIDA" DEL BALANCEO: CADA VENTA QUE VUELVE DEL SORT
      *    CAE EN LO LIQUIDADO O EN LO SIN VENDEDOR.
           IF TRB-LIQUIDA = 'S'
              ADD 1 TO WS-CANT-LIQUIDADAS
              ADD TRB-IMPORTE  TO WS-IMP-LIQUIDADO
              ADD TRB-COMISION TO WS-IMP-COMISIONES
              IF TRB-TIPOVENTA = 'D'
                 ADD TRB-COMISION TO WS-IMP-COM-DEVUELTAS
              END-IF
           ELSE
              ADD 1 TO WS-CANT-SIN-VENDEDOR
              ADD TRB-IMPORTE TO WS-IMP-SIN-VENDEDOR
           END-IF.

           PERFORM 2510-RETORNO-VENTA.

       2530-ENCABEZADO-VENDEDOR.
      *    EL NOMBRE SE RESUELVE DE NUEVO CONTRA LA TABLA: EL ARCHIVO
      *    DE TRABAJO SOLO LLEVA EL CODIGO.
           MOVE TRB-VENDEDOR TO WS-LV-CODIGO.
           MOVE SPACES TO WS-LV-NOTA.
           IF TRB-VENDEDOR = ZERO
              MOVE "SIN VENDEDOR ASIGNADO" TO WS-LV-NOMBRE
              MOVE "(NO LIQUIDA COMISION)" TO WS-LV-NOTA
           ELSE
              PERFORM 2060-BUSCO-VENDEDOR
              IF VENDEDOR-HALLADO
                 MOVE WS-VEN-NOMBRE-HALLADO TO WS-LV-NOMBRE
                 ADD 1 TO WS-CANT-VENDEDORES-LIQ
              ELSE
                 MOVE "VENDEDOR NO REGISTRADO" TO WS-LV-NOMBRE
                 MOVE "(NO LIQUIDA COMISION)" TO WS-LV-NOTA
              END-IF
           END-IF.
           MOVE SPACES TO REG-LISTADO-FD.
           WRITE REG-LISTADO-FD.
           PERFORM 3900-VERIFICO-LISTADO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-VENDEDOR.
           PERFORM 3900-VERIFICO-LISTADO.

       2540-ENCABEZADO-CLIENTE.
           MOVE TRB-IDE             TO WS-LC-IDE.
           MOVE TRB-CLI-DESCRIPCION TO WS-LC-DESCRIPCION.
           WRITE REG-LISTADO-FD FROM WS-LINEA-CLIENTE.
           PERFORM 3900-VERIFICO-LISTADO.

       2560-SUBTOTAL-CLIENTE.
           MOVE "SUBTOTAL CLIENTE" TO WS-LS-ETIQUETA.
           MOVE WS-CANT-SUB-CLIENTE TO WS-LS-VENTAS.
           MOVE WS-IMP-SUB-CLIENTE  TO WS-LS-IMPORTE.
           MOVE WS-COM-SUB-CLIENTE  TO WS-LS-COMISION.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SUBTOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

       2570-TOTAL-VENDEDOR.
           MOVE "TOTAL A PAGAR AL VENDEDOR" TO WS-LS-ETIQUETA.
           MOVE WS-CANT-SUB-VENDEDOR TO WS-LS-VENTAS.
           MOVE WS-IMP-SUB-VENDEDOR  TO WS-LS-IMPORTE.
           MOVE WS-COM-SUB-VENDEDOR  TO WS-LS-COMISION.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SUBTOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

       2599-FIN-LIQUIDO.
           EXIT.

       300-FINALIZO.
      *    BALANCEO ENTRE LA ENTRADA Y LA SALIDA DEL SORT: TODA VENTA
      *    'D' LEIDA TIENE QUE HABER QUEDADO LIQUIDADA O LISTADA SIN
      *    VENDEDOR, EN CONTEO Y EN IMPORTE.
           IF WS-CANT-LIQUIDADAS + WS-CANT-SIN-VENDEDOR
                 = WS-CANT-LEIDAS
              AND WS-IMP-LIQUIDADO + WS-IMP-SIN-VENDEDOR
                 = WS-IMP-BASE
              SET BALANCEO-OK TO TRUE
           ELSE
              SET BALANCEO-ERROR TO TRUE
           END-IF.

           PERFORM 3300-RESUMEN-LISTADO.

           PERFORM 3700-GRABO-CONTROL.

           PERFORM 5000-CIERRO-ARCHIVOS.

           IF BALANCEO-ERROR
              DISPLAY 'ERROR EN 300-FINALIZO'
              DISPLAY 'LA LIQUIDACION NO BALANCEA CONTRA EL EXTRACTO'
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

           MOVE "VENTAS LIQUIDADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-LIQUIDADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENTAS SIN VENDEDOR:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-VENDEDOR TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENTAS DE CLIENTES SIN MAESTRO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-CLI-SIN-MAESTRO TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENDEDORES LIQUIDADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-VENDEDORES-LIQ TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IMPORTE DEL EXTRACTO:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-BASE TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IMPORTE LIQUIDADO:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-LIQUIDADO TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IMPORTE SIN VENDEDOR:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-SIN-VENDEDOR TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "COMISIONES DESCONTADAS (DEV):" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-COM-DEVUELTAS TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "TOTAL DE COMISIONES A PAGAR:" TO WS-TOT-ETIQUETA.
           MOVE WS-IMP-COMISIONES TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE WS-BALANCEO TO WS-BAL-VEREDICTO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-BALANCEO.
           PERFORM 3900-VERIFICO-LISTADO.

           DISPLAY "VENTAS LEIDAS: " WS-CANT-LEIDAS.
           DISPLAY "RESUMENES SALTEADOS: " WS-CANT-RESUMENES.
           DISPLAY "VENTAS LIQUIDADAS: " WS-CANT-LIQUIDADAS.
           DISPLAY "VENTAS SIN VENDEDOR: " WS-CANT-SIN-VENDEDOR.
           DISPLAY "TOTAL DE COMISIONES: " WS-IMP-COMISIONES.
           DISPLAY "BALANCEO: " WS-BALANCEO.

       3700-GRABO-CONTROL.
           ACCEPT WS-HORA-FIN FROM TIME.

           INITIALIZE REG-CONTROL-FD.
              MOVE WS-FECHA-PROCESO     TO CTL-FECHA.
              MOVE WS-HORA-INICIO       TO CTL-HORA-INICIO.
              MOVE WS-HORA-FIN          TO CTL-HORA-FIN.
              MOVE WS-CANT-LEIDAS       TO CTL-VENTAS-LEIDAS.
              MOVE WS-CANT-LIQUIDADAS   TO CTL-VENTAS-LIQUIDADAS.
              MOVE WS-CANT-SIN-VENDEDOR TO CTL-SIN-VENDEDOR.
              MOVE WS-IMP-BASE          TO CTL-IMP-BASE.
              MOVE WS-IMP-LIQUIDADO     TO CTL-IMP-LIQUIDADO.
              MOVE WS-IMP-SIN-VENDEDOR  TO CTL-IMP-SIN-VENDEDOR.
              MOVE WS-IMP-COMISIONES    TO CTL-COMISIONES.
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


           CLOSE CLIENTES.

           IF FS-CLIENTES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO CLIENTES'
              DISPLAY 'FS-CLIENTES: ' FS-CLIENTES
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
