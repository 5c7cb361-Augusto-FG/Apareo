       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURA.
      *****************************************************************
      *  FACTURACION DEL PERIODO: CORRE DESPUES DE APAREO Y RECICLA.
      *  TOMA EL EXTRACTO CONTABLE (REGISTROS 'D', CON LAS VENTAS QUE
      *  RECICLA RECUPERO AGREGADAS AL FINAL), LO CLASIFICA POR
      *  CLIENTE Y AGRUPA LAS VENTAS DE CADA CLIENTE EN UNA FACTURA Y
      *  SUS DEVOLUCIONES EN UNA NOTA DE CREDITO. CADA COMPROBANTE
      *  SALE IMPRESO CON EL NOMBRE Y LA DIRECCION DEL CLIENTE SEGUN
      *  EL MAESTRO, SUS RENGLONES Y LOS TOTALES DE NETO, IVA Y BRUTO
      *  LIQUIDADOS IGUAL QUE 3050-LIQUIDO-IVA DE APAREO.
      *  LA NUMERACION SALE DE UN ARCHIVO DE CONTROL PERSISTENTE CON
      *  UNA SECUENCIA PARA FACTURAS Y OTRA PARA NOTAS DE CREDITO. EL
      *  NUMERO SE GRABA CONTRA CADA IDEVE EN EL HISTORIAL DE APAREO
      *  (ASI CONSCLI MUESTRA EN QUE COMPROBANTE QUEDO UNA VENTA), Y
      *  EL ULTIMO NUMERO USADO SE ACTUALIZA RECIEN AL CERRAR CADA
      *  COMPROBANTE. UN REPROCESO SALTEA LAS VENTAS YA FACTURADAS Y,
      *  SI LA CORRIDA ANTERIOR SE CORTO A MITAD DE UN COMPROBANTE,
      *  LO VUELVE A EMITIR CON EL MISMO NUMERO: NUNCA SE REPITE NI SE
      *  SALTEA UN NUMERO.
      *  LAS VENTAS DE UN CLIENTE QUE YA NO ESTA EN EL MAESTRO NO SE
      *  FACTURAN (UN COMPROBANTE FISCAL SIN NOMBRE NI DOMICILIO NO
      *  SIRVE): SE LISTAN APARTE Y QUEDAN PARA UN REPROCESO UNA VEZ
      *  CORREGIDO EL MAESTRO.
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
           "FACTURA_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
      *    MISMO MAESTRO INDEXADO DE CLIENTES QUE CONSULTA APAREO (LO
      *    CARGA CARGCLI): DE ACA SALEN EL NOMBRE Y EL DOMICILIO.
           SELECT CLIENTES ASSIGN TO
           "FACTURA_CLIENTES"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS IDE
                                     FILE STATUS IS FS-CLIENTES.
      *    MISMO HISTORIAL DE IDEVE DEL PERIODO QUE MANTIENE APAREO:
      *    READ DIRECTO POR CLAVE Y REWRITE CON EL COMPROBANTE.
           SELECT HISTORIAL ASSIGN TO
           "FACTURA_HISTORIAL"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS HIS-IDEVE
                                     FILE STATUS IS FS-HISTORIAL.
      *    MISMA TABLA DE ALICUOTAS DE IVA QUE USA APAREO.
           SELECT ALICUOTAS ASSIGN TO
           "FACTURA_ALICUOTAS"
                                     FILE STATUS IS FS-ALICUOTAS.
      *    REGISTRO DE CONTROL DE APAREO (APAREO_CONTROL): DE ACA SALE
      *    EL PERIODO QUE SE FACTURA.
           SELECT CTLAPAREO ASSIGN TO
           "FACTURA_APAREO"
                                     FILE STATUS IS FS-APAREO.
      *    NUMERACION ES DE ACCESO RELATIVO CON UN UNICO REGISTRO
      *    (CLAVE FIJA 1) QUE SE REESCRIBE AL CERRAR CADA COMPROBANTE,
      *    COMO EL REINICIO DE APAREO. ES PERSISTENTE: OPS LO APUNTA
      *    SIEMPRE AL MISMO ARCHIVO, MES A MES.
           SELECT NUMERACION ASSIGN TO
           "FACTURA_NUMERACION"
                                     ORGANIZATION IS RELATIVE
                                     ACCESS MODE IS RANDOM
                                     RELATIVE KEY IS WS-NUMERACION-KEY
                                     FILE STATUS IS FS-NUMERACION.
           SELECT COMPROBANTES ASSIGN TO
           "FACTURA_COMPROBANTES"
                                     FILE STATUS IS FS-COMPROBANTES.
           SELECT LISTADO ASSIGN TO
           "FACTURA_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           SELECT RESUMEN ASSIGN TO
           "FACTURA_CONTROL"
                                     FILE STATUS IS FS-CONTROL.
      *    ARCHIVO DE TRABAJO DEL SORT: LAS VENTAS QUE RECUPERO
      *    RECICLA VIENEN AL FINAL DEL EXTRACTO, FUERA DEL ORDEN DE
      *    CLIENTE; CON EL TIPO DE COMPROBANTE COMO SEGUNDA CLAVE LAS
      *    VENTAS Y LAS DEVOLUCIONES DE CADA CLIENTE QUEDAN SEPARADAS.
           SELECT TRABAJO ASSIGN TO
           "FACTURA_TRABAJO".

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

       FD  HISTORIAL.
      *****************************************************************
      *  HISTORIAL DE VENTAS PROCESADAS DEL PERIODO (MISMO LAYOUT QUE
      *  MANTIENE APAREO). ESTE PROGRAMA COMPLETA EL COMPROBANTE.
      *****************************************************************
       01  REG-HISTORIAL-FD.
           05  HIS-IDEVE            PIC 9(09).
           05  HIS-ESTADO           PIC X(01).
           05  HIS-FECHA            PIC 9(08).
           05  HIS-TIPO-COMPROB     PIC X(01).
           05  HIS-NRO-COMPROB      PIC 9(08).

      *****************************************************************
      *  TABLA DE ALICUOTAS DE IVA: TASA (PORCENTAJE) POR CATEGORIA
      *  DE PRODUCTO (MISMO ARCHIVO QUE LEE APAREO).
      *****************************************************************

       FD  ALICUOTAS.
       01  REG-ALICUOTAS-FD.
           05  ALI-CATEGORIA          PIC 9(02).
           05  ALI-TASA               PIC 9(02)V99.

       FD  CTLAPAREO.
      *****************************************************************
      *  REGISTRO DE CONTROL DE APAREO (MISMO LAYOUT QUE GRABA APAREO
      *  EN APAREO_CONTROL). SOLO INTERESAN EL PERIODO Y EL BALANCEO.
      *****************************************************************
       01  REG-CTL-APAREO-FD.
           05  ACT-FECHA              PIC 9(08).
           05  ACT-HORA-INICIO        PIC 9(08).
           05  ACT-HORA-FIN           PIC 9(08).
           05  ACT-CLIENTES-LEIDOS    PIC 9(09).
           05  ACT-VENTAS-LEIDAS      PIC 9(09).
           05  ACT-FILAS-ESCRITAS     PIC 9(09).
           05  ACT-RECHAZOS           PIC 9(09).
           05  ACT-FECHA-DESDE        PIC 9(08).
           05  ACT-FECHA-HASTA        PIC 9(08).
           05  ACT-CLIENTES-INFORMADOS PIC 9(09).
           05  ACT-VENTAS-INFORMADAS  PIC 9(09).
           05  ACT-HASH-CANT-LEIDO    PIC S9(12)
                                      SIGN LEADING SEPARATE.
           05  ACT-HASH-CANT-INFORMADO PIC S9(12)
                                      SIGN LEADING SEPARATE.
           05  ACT-HASH-IMP-LEIDO     PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  ACT-HASH-IMP-INFORMADO PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  ACT-BALANCEO           PIC X(02).
           05  ACT-DUPLICADAS         PIC 9(09).
           05  ACT-FUERA-PERIODO      PIC 9(09).
           05  ACT-RETENIDAS          PIC 9(09).
           05  ACT-IMP-RETENIDAS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

      *****************************************************************
      *  NUMERACION DE COMPROBANTES: ULTIMO NUMERO EMITIDO DE CADA
      *  SECUENCIA Y CUANDO SE ACTUALIZO.
      *****************************************************************

       FD  NUMERACION.
       01  REG-NUMERACION-FD.
           05  NUM-ULT-FACTURA        PIC 9(08).
           05  NUM-ULT-NOTA-CREDITO   PIC 9(08).
           05  NUM-FECHA              PIC 9(08).
           05  NUM-HORA               PIC 9(08).

       FD  COMPROBANTES.
      *****************************************************************
      *  COMPROBANTES IMPRESOS: UNO A CONTINUACION DEL OTRO, CADA UNO
      *  CON SU ENCABEZADO, SUS RENGLONES Y SUS TOTALES.
      *****************************************************************
       01  REG-COMPROBANTES-FD            PIC X(100).

       FD  LISTADO.
      *****************************************************************
      *  REGISTRO DE COMPROBANTES EMITIDOS (UNA LINEA POR COMPROBANTE),
      *  LAS VENTAS QUE NO SE FACTURARON POR FALTA DE MAESTRO Y EL
      *  RESUMEN DE LA CORRIDA.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(110).

      *****************************************************************
      *  REGISTRO DE CONTROL DE LA FACTURACION: LO LEIDO DEL EXTRACTO,
      *  COMO SE REPARTIO (FACTURADO, ACREDITADO, YA FACTURADO EN UNA
      *  CORRIDA ANTERIOR, SIN MAESTRO), LOS RANGOS DE NUMERACION
      *  USADOS, LOS TOTALES DE NETO/IVA/BRUTO Y EL VEREDICTO DEL
      *  BALANCEO ENTRE LA ENTRADA Y LA SALIDA DEL SORT ('OK'/'ER').
      *****************************************************************

       FD  RESUMEN.
       01  REG-CONTROL-FD.
           05  CTL-FECHA              PIC 9(08).
           05  CTL-HORA-INICIO        PIC 9(08).
           05  CTL-HORA-FIN           PIC 9(08).
           05  CTL-VENTAS-LEIDAS      PIC 9(09).
           05  CTL-LINEAS-FACTURADAS  PIC 9(09).
           05  CTL-LINEAS-ACREDITADAS PIC 9(09).
           05  CTL-YA-FACTURADAS      PIC 9(09).
           05  CTL-SIN-MAESTRO        PIC 9(09).
           05  CTL-FACTURAS           PIC 9(09).
           05  CTL-PRIMERA-FACTURA    PIC 9(08).
           05  CTL-ULTIMA-FACTURA     PIC 9(08).
           05  CTL-NOTAS-CREDITO      PIC 9(09).
           05  CTL-PRIMERA-NOTA       PIC 9(08).
           05  CTL-ULTIMA-NOTA        PIC 9(08).
           05  CTL-NETO-FACTURADO     PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-IVA-FACTURADO      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-NETO-ACREDITADO    PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-IVA-ACREDITADO     PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  CTL-BALANCEO           PIC X(02).

       SD  TRABAJO.
       01  REG-TRABAJO-SD.
           05  TRB-IDE                    PIC 9(05).
      *    'F' FACTURA (VENTAS), 'C' NOTA DE CREDITO (DEVOLUCIONES).
           05  TRB-TIPO-COMPROB           PIC X(01).
           05  TRB-IDEVE                  PIC 9(09).
           05  TRB-PRODUCTO               PIC X(15).
           05  TRB-CANTIDAD               PIC 9(06).
           05  TRB-PRECIO                 PIC 9(07)V99.
           05  TRB-FECHAVENTA             PIC 9(08).
           05  TRB-CATEGORIA              PIC 9(02).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DE LOS COMPROBANTES
      *-----------------------------------------------------------------
        01 WS-LINEA-DOBLE.
           05 FILLER PIC X(96) VALUE ALL "=".

        01 WS-LINEA-SIMPLE.
           05 FILLER PIC X(96) VALUE ALL "-".

        01 WS-CPB-LINEA-TITULO.
           05 WS-CT-TIPO                  PIC X(16).
           05 FILLER                      PIC X(06) VALUE " NRO: ".
           05 WS-CT-NUMERO                PIC 9(08).
           05 FILLER                      PIC X(10) VALUE "  FECHA: ".
           05 WS-CT-FECHA                 PIC 9(08).
           05 FILLER                      PIC X(12) VALUE
              "  PERIODO: ".
           05 WS-CT-DESDE                 PIC 9(08).
           05 FILLER                      PIC X(04) VALUE " AL ".
           05 WS-CT-HASTA                 PIC 9(08).

        01 WS-CPB-LINEA-CLIENTE.
           05 FILLER                      PIC X(11) VALUE
              "CLIENTE:   ".
           05 WS-CC-IDE                   PIC 9(05).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CC-DESCRIPCION           PIC X(15).

        01 WS-CPB-LINEA-DOMICILIO.
           05 FILLER                      PIC X(11) VALUE
              "DOMICILIO: ".
           05 WS-CD-DIRECCION             PIC X(30).

        01 WS-CPB-LINEA-COLUMNAS.
           05 FILLER                      PIC X(50) VALUE
              "IDEVE      FECHA     PRODUCTO       CANTIDAD".
           05 FILLER                      PIC X(46) VALUE
              "  BRUTO   TASA         NETO          IVA".

        01 WS-CPB-LINEA-RENGLON.
           05 WS-CR-IDEVE                 PIC 9(09).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-FECHA                 PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-PRODUCTO              PIC X(15).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-CANTIDAD              PIC Z(5)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-BRUTO                 PIC Z(7)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-TASA                  PIC Z9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-NETO                  PIC Z(7)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-CR-IVA                   PIC Z(7)9,99.

        01 WS-CPB-LINEA-TOTAL.
           05 FILLER                      PIC X(40) VALUE SPACES.
           05 WS-CTT-ETIQUETA             PIC X(20).
           05 WS-CTT-IMPORTE              PIC Z(10)9,99.

      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(44) VALUE
              "REGISTRO DE COMPROBANTES EMITIDOS - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).
           05 FILLER                      PIC X(12) VALUE
              "  PERIODO: ".
           05 WS-TIT-DESDE                PIC 9(08).
           05 FILLER                      PIC X(04) VALUE " AL ".
           05 WS-TIT-HASTA                PIC 9(08).

        01 WS-LINEA-EMITIDO.
           05 WS-LE-TIPO                  PIC X(16).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LE-NUMERO                PIC 9(08).
           05 FILLER                      PIC X(11) VALUE
              "  CLIENTE: ".
           05 WS-LE-IDE                   PIC 9(05).
           05 FILLER                      PIC X(10) VALUE "  RENGL: ".
           05 WS-LE-RENGLONES             PIC Z(4)9.
           05 FILLER                      PIC X(07) VALUE "  NETO:".
           05 WS-LE-NETO                  PIC Z(9)9,99.
           05 FILLER                      PIC X(06) VALUE "  IVA:".
           05 WS-LE-IVA                   PIC Z(8)9,99.
           05 FILLER                      PIC X(08) VALUE "  BRUTO:".
           05 WS-LE-BRUTO                 PIC Z(9)9,99.

        01 WS-LINEA-SIN-MAESTRO.
           05 FILLER                      PIC X(32) VALUE
              "NO SE FACTURA (SIN MAESTRO) IDE ".
           05 WS-LSM-IDE                  PIC 9(05).
           05 FILLER                      PIC X(08) VALUE "  IDEVE ".
           05 WS-LSM-IDEVE                PIC 9(09).
           05 FILLER                      PIC X(08) VALUE "  TIPO  ".
           05 WS-LSM-TIPO                 PIC X(01).
           05 FILLER                      PIC X(10) VALUE "  IMPORTE ".
           05 WS-LSM-IMPORTE              PIC Z(6)9,99.

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 WS-LINEA-RANGO.
           05 WS-RAN-ETIQUETA             PIC X(30).
           05 WS-RAN-DESDE                PIC 9(08).
           05 FILLER                      PIC X(04) VALUE " AL ".
           05 WS-RAN-HASTA                PIC 9(08).

        01 WS-LINEA-TOTAL.
           05 WS-TOT-ETIQUETA             PIC X(30).
           05 WS-TOT-IMPORTE              PIC -(11)9,99.

        01 WS-LINEA-BALANCEO.
           05 FILLER                      PIC X(30) VALUE
              "BALANCEO EXTRACTO/FACTURACION:".
           05 WS-BAL-VEREDICTO            PIC X(02).

        01 FS-EXTRACTO                    PIC X(02).
        01 FS-CLIENTES                    PIC X(02).
        01 FS-HISTORIAL                   PIC X(02).
        01 FS-ALICUOTAS                   PIC X(02).
        01 FS-APAREO                      PIC X(02).
        01 FS-NUMERACION                  PIC X(02).
        01 FS-COMPROBANTES                PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-CONTROL                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-CLIENTES               PIC X(100).
        01 WS-PATH-HISTORIAL              PIC X(100).
        01 WS-PATH-ALICUOTAS              PIC X(100).
        01 WS-PATH-APAREO                 PIC X(100).
        01 WS-PATH-NUMERACION             PIC X(100).
        01 WS-PATH-COMPROBANTES           PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES Y ACUMULADOS DE LA CORRIDA. LO "LEIDO" SE ACUMULA EN
      *LA ENTRADA DEL SORT Y LO FACTURADO/ACREDITADO/YA FACTURADO/SIN
      *MAESTRO EN LA SALIDA: AL FINAL LOS DOS LADOS TIENEN QUE CERRAR.
      *-----------------------------------------------------------------
        01 WS-CANT-LEIDAS                 PIC 9(09) VALUE ZERO.
        01 WS-CANT-RESUMENES              PIC 9(09) VALUE ZERO.
        01 WS-CANT-FACTURADAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-ACREDITADAS            PIC 9(09) VALUE ZERO.
        01 WS-CANT-YA-FACTURADAS          PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIN-MAESTRO            PIC 9(09) VALUE ZERO.
        01 WS-CANT-RETORNADAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-FACTURAS               PIC 9(09) VALUE ZERO.
        01 WS-CANT-NOTAS                  PIC 9(09) VALUE ZERO.
        01 WS-PRIMERA-FACTURA             PIC 9(08) VALUE ZERO.
        01 WS-PRIMERA-NOTA                PIC 9(08) VALUE ZERO.
        01 WS-NETO-FACTURADO              PIC S9(11)V99 VALUE ZERO.
        01 WS-IVA-FACTURADO               PIC S9(11)V99 VALUE ZERO.
        01 WS-NETO-ACREDITADO             PIC S9(11)V99 VALUE ZERO.
        01 WS-IVA-ACREDITADO              PIC S9(11)V99 VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.
        01 WS-HORA-INICIO                 PIC 9(08) VALUE ZERO.
        01 WS-HORA-FIN                    PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-DESDE               PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-HASTA               PIC 9(08) VALUE ZERO.

        01 WS-BALANCEO                    PIC X(02) VALUE 'OK'.
           88 BALANCEO-OK                            VALUE 'OK'.
           88 BALANCEO-ERROR                         VALUE 'ER'.

        01 WS-EOF-EXTRACTO                PIC X(01) VALUE 'N'.
           88 EOF-EXTRACTO                           VALUE 'S'.
        01 WS-EOF-TRABAJO                 PIC X(01) VALUE 'N'.
           88 EOF-TRABAJO                            VALUE 'S'.
        01 WS-EOF-ALICUOTAS               PIC X(01) VALUE 'N'.
           88 EOF-ALICUOTAS                          VALUE 'S'.

      *    MARCA DE "LA ULTIMA LECTURA DEJO UN REGISTRO 'D' EN EL
      *    BUFFER": 2010 LEE SALTEANDO LOS 'R' DE RESUMEN POR CLIENTE.
        01 WS-REG-DETALLE                 PIC X(01) VALUE 'N'.
           88 REG-DETALLE                            VALUE 'S'.

      *-----------------------------------------------------------------
      *NUMERACION: CLAVE RELATIVA FIJA 1 Y ULTIMOS NUMEROS YA
      *CONFIRMADOS (LOS DE COMPROBANTES CERRADOS).
      *-----------------------------------------------------------------
        01 WS-NUMERACION-KEY              PIC 9(09) VALUE 1.
        01 WS-NUMERACION-TIENE-REGISTRO   PIC X(01) VALUE 'N'.
           88 NUMERACION-TIENE-REGISTRO              VALUE 'S'.
        01 WS-ULT-FACTURA                 PIC 9(08) VALUE ZERO.
        01 WS-ULT-NOTA-CREDITO            PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      *TABLA DE ALICUOTAS DE IVA (TASA POR CATEGORIA), CARGADA ENTERA
      *AL INICIAR COMO EN APAREO. UNA CATEGORIA SIN ALICUOTA LIQUIDA A
      *TASA CERO.
      *-----------------------------------------------------------------
        01 WS-MAX-ALICUOTAS               PIC 9(02) VALUE 20.
        01 WS-CANT-ALICUOTAS              PIC 9(02) VALUE ZERO.
        01 WS-TABLA-ALICUOTAS.
           05 WS-ALI-ENTRADA OCCURS 20 TIMES.
              10 WS-ALI-CATEGORIA         PIC 9(02).
              10 WS-ALI-TASA              PIC 9(02)V99.
        01 WS-ALI-IDX                     PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      *LIQUIDACION DE IVA DEL RENGLON EN CURSO, IGUAL QUE EN APAREO:
      *EL PRECIO VIENE BRUTO (IVA INCLUIDO); EL NETO SE DESAGREGA CON
      *LA TASA DE LA CATEGORIA Y EL IVA ES LA DIFERENCIA.
      *-----------------------------------------------------------------
        01 WS-TASA-VENTA                  PIC 9(02)V99 VALUE ZERO.
        01 WS-IMP-NETO                    PIC S9(07)V99 VALUE ZERO.
        01 WS-IMP-IVA                     PIC S9(07)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *CORTE DE CONTROL DE LA SALIDA DEL SORT (CLIENTE Y TIPO DE
      *COMPROBANTE) Y COMPROBANTE EN CURSO. EL COMPROBANTE SE ABRE
      *RECIEN CON EL PRIMER RENGLON A FACTURAR: UN GRUPO QUE YA ESTABA
      *TODO FACTURADO NO CONSUME NUMERO.
      *-----------------------------------------------------------------
        01 WS-IDE-ANTERIOR                PIC 9(05) VALUE ZERO.
        01 WS-TIPO-ANTERIOR               PIC X(01) VALUE SPACE.
        01 WS-IDEVE-ANTERIOR              PIC 9(09) VALUE ZERO.
        01 WS-HAY-GRUPO-ANTERIOR          PIC X(01) VALUE 'N'.
           88 HAY-GRUPO-ANTERIOR                     VALUE 'S'.
           88 NO-HAY-GRUPO-ANTERIOR                  VALUE 'N'.
        01 WS-COMPROBANTE-ABIERTO         PIC X(01) VALUE 'N'.
           88 COMPROBANTE-ABIERTO                    VALUE 'S'.
           88 COMPROBANTE-CERRADO                    VALUE 'N'.
        01 WS-NRO-COMPROBANTE             PIC 9(08) VALUE ZERO.
        01 WS-ULT-CONFIRMADO              PIC 9(08) VALUE ZERO.
        01 WS-CANT-RENGLONES              PIC 9(05) VALUE ZERO.
        01 WS-NETO-COMPROBANTE            PIC S9(09)V99 VALUE ZERO.
        01 WS-IVA-COMPROBANTE             PIC S9(09)V99 VALUE ZERO.
        01 WS-BRUTO-COMPROBANTE           PIC S9(09)V99 VALUE ZERO.

        01 WS-CLIENTE-HALLADO             PIC X(01) VALUE 'N'.
           88 CLIENTE-HALLADO                        VALUE 'S'.
           88 CLIENTE-NO-HALLADO                     VALUE 'N'.

        01 WS-ESTADO-RENGLON              PIC X(01) VALUE SPACE.
           88 RENGLON-A-FACTURAR                     VALUE 'F'.
           88 RENGLON-YA-FACTURADO                   VALUE 'Y'.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           SORT TRABAJO
                ON ASCENDING KEY TRB-IDE
                                 TRB-TIPO-COMPROB
                                 TRB-IDEVE
                INPUT PROCEDURE IS 2000-CLASIFICO-VENTAS
                                THRU 2099-FIN-CLASIFICO
                OUTPUT PROCEDURE IS 2500-EMITO-COMPROBANTES
                                THRU 2599-FIN-EMITO.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 0600-LEO-NUMERACION

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-EXTRACTO FROM ENVIRONMENT "FACTURA_EXTRACTO".
           IF WS-PATH-EXTRACTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_EXTRACTO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CLIENTES FROM ENVIRONMENT "FACTURA_CLIENTES".
           IF WS-PATH-CLIENTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_CLIENTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-HISTORIAL
                FROM ENVIRONMENT "FACTURA_HISTORIAL".
           IF WS-PATH-HISTORIAL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_HISTORIAL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-ALICUOTAS
                FROM ENVIRONMENT "FACTURA_ALICUOTAS".
           IF WS-PATH-ALICUOTAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_ALICUOTAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-APAREO FROM ENVIRONMENT "FACTURA_APAREO".
           IF WS-PATH-APAREO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_APAREO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-NUMERACION
                FROM ENVIRONMENT "FACTURA_NUMERACION".
           IF WS-PATH-NUMERACION = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_NUMERACION'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-COMPROBANTES
                FROM ENVIRONMENT "FACTURA_COMPROBANTES".
           IF WS-PATH-COMPROBANTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'FACTURA_COMPROBANTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "FACTURA_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CONTROL FROM ENVIRONMENT "FACTURA_CONTROL".
           IF WS-PATH-CONTROL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO FACTURA_CONTROL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "CLIENTES: " WS-PATH-CLIENTES.
           DISPLAY "HISTORIAL: " WS-PATH-HISTORIAL.
           DISPLAY "ALICUOTAS: " WS-PATH-ALICUOTAS.
           DISPLAY "CONTROL DE APAREO: " WS-PATH-APAREO.
           DISPLAY "NUMERACION: " WS-PATH-NUMERACION.
           DISPLAY "COMPROBANTES: " WS-PATH-COMPROBANTES.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.

           PERFORM 0550-LEO-PERIODO.

           PERFORM 0590-CARGO-ALICUOTAS.

       0550-LEO-PERIODO.
      *    EL PERIODO QUE SE FACTURA ES EL QUE PROCESO APAREO. UN
      *    APAREO QUE NO BALANCEO NO SE FACTURA: LOS COMPROBANTES SON
      *    DOCUMENTOS FISCALES Y NO SE ANULAN A MANO.
           OPEN INPUT CTLAPAREO.
           IF FS-APAREO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0550-LEO-PERIODO'
              DISPLAY 'ARCHIVO CONTROL DE APAREO'
              DISPLAY 'FS-APAREO: ' FS-APAREO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CTLAPAREO
              AT END
                 DISPLAY 'ERROR EN 0550-LEO-PERIODO'
                 DISPLAY 'EL CONTROL DE APAREO ESTA VACIO'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF FS-APAREO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0550-LEO-PERIODO'
              DISPLAY 'ARCHIVO CONTROL DE APAREO'
              DISPLAY 'FS-APAREO: ' FS-APAREO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ACT-BALANCEO NOT = 'OK'
              DISPLAY 'ERROR EN 0550-LEO-PERIODO'
              DISPLAY 'APAREO NO BALANCEO: NO SE FACTURA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ACT-FECHA-DESDE TO WS-PERIODO-DESDE.
           MOVE ACT-FECHA-HASTA TO WS-PERIODO-HASTA.
           CLOSE CTLAPAREO.
           IF FS-APAREO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0550-LEO-PERIODO'
              DISPLAY 'ARCHIVO CONTROL DE APAREO'
              DISPLAY 'FS-APAREO: ' FS-APAREO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'PERIODO A FACTURAR: ' WS-PERIODO-DESDE
                   ' AL ' WS-PERIODO-HASTA.

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

       0600-LEO-NUMERACION.
      *    REGISTRO UNICO (CLAVE 1). LA PRIMERA VEZ NO EXISTE: LAS DOS
      *    SECUENCIAS ARRANCAN EN CERO Y EL REGISTRO SE GRABA CON WRITE
      *    AL CERRAR EL PRIMER COMPROBANTE; DE AHI EN MAS, REWRITE.
           MOVE 1 TO WS-NUMERACION-KEY.
           READ NUMERACION
              INVALID KEY
                 MOVE ZERO TO WS-ULT-FACTURA WS-ULT-NOTA-CREDITO
              NOT INVALID KEY
                 SET NUMERACION-TIENE-REGISTRO TO TRUE
                 MOVE NUM-ULT-FACTURA      TO WS-ULT-FACTURA
                 MOVE NUM-ULT-NOTA-CREDITO TO WS-ULT-NOTA-CREDITO
           END-READ.
           IF FS-NUMERACION = '00' OR FS-NUMERACION = '23'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0600-LEO-NUMERACION'
              DISPLAY 'ARCHIVO NUMERACION'
              DISPLAY 'FS-NUMERACION: ' FS-NUMERACION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'ULTIMA FACTURA EMITIDA: ' WS-ULT-FACTURA.
           DISPLAY 'ULTIMA NOTA DE CREDITO EMITIDA: '
                   WS-ULT-NOTA-CREDITO.

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


           OPEN I-O HISTORIAL

           IF FS-HISTORIAL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO HISTORIAL'
              DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    LA PRIMERA VEZ EL ARCHIVO DE NUMERACION NO EXISTE ('35') Y
      *    OPEN I-O NO LO CREA: SE CREA VACIO CON OPEN OUTPUT Y SE
      *    REABRE, COMO EL HISTORIAL DE APAREO.
           OPEN I-O NUMERACION.
           IF FS-NUMERACION = '35'
              OPEN OUTPUT NUMERACION
              CLOSE NUMERACION
              OPEN I-O NUMERACION
           END-IF.

           IF FS-NUMERACION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUMERACION'
              DISPLAY 'FS-NUMERACION: ' FS-NUMERACION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    EXTEND SIEMPRE: LOS COMPROBANTES YA EMITIDOS NO SE PIERDEN
      *    SI SE REPITE LA CORRIDA (EL HISTORIAL YA LOS TIENE NUMERADOS
      *    Y NO SE VUELVEN A EMITIR). EN LA PRIMERA CORRIDA EL ARCHIVO
      *    NO EXISTE ('35') Y SE CREA.
           OPEN EXTEND COMPROBANTES.
           IF FS-COMPROBANTES = '35'
              OPEN OUTPUT COMPROBANTES
           END-IF.

           IF FS-COMPROBANTES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO COMPROBANTES'
              DISPLAY 'FS-COMPROBANTES: ' FS-COMPROBANTES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    EL LISTADO TAMBIEN ACUMULA: CADA CORRIDA AGREGA SU TITULO Y
      *    SUS COMPROBANTES A CONTINUACION DE LOS ANTERIORES.
           OPEN EXTEND LISTADO.
           IF FS-LISTADO = '35'
              OPEN OUTPUT LISTADO
           END-IF.

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
           MOVE WS-PERIODO-DESDE TO WS-TIT-DESDE.
           MOVE WS-PERIODO-HASTA TO WS-TIT-HASTA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.

      *****************************************************************
      *  PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL EXTRACTO, SALTEA
      *  LOS 'R' Y LIBERA CADA VENTA 'D' CON SU TIPO DE COMPROBANTE.
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
           MOVE EXT-IDE        TO TRB-IDE.
           MOVE EXT-IDEVE      TO TRB-IDEVE.
           MOVE EXT-PRODUCTO   TO TRB-PRODUCTO.
           MOVE EXT-CANTIDAD   TO TRB-CANTIDAD.
           MOVE EXT-PRECIO     TO TRB-PRECIO.
           MOVE EXT-FECHAVENTA TO TRB-FECHAVENTA.
           IF EXT-TIPOVENTA = 'D'
              MOVE 'C' TO TRB-TIPO-COMPROB
           ELSE
              MOVE 'F' TO TRB-TIPO-COMPROB
           END-IF.
      *    UN EXTRACTO ANTERIOR A LA CATEGORIA LA TRAE EN BLANCO: SE
      *    TOMA COMO CATEGORIA CERO (EXENTO), COMO EN COMISION.
           IF EXT-CATEGORIA IS NUMERIC
              MOVE EXT-CATEGORIA TO TRB-CATEGORIA
           ELSE
              MOVE ZERO TO TRB-CATEGORIA
           END-IF.

           RELEASE REG-TRABAJO-SD.
           PERFORM 2010-LEO-EXTRACTO.

       2099-FIN-CLASIFICO.
           EXIT.

      *****************************************************************
      *  PROCEDIMIENTO DE SALIDA DEL SORT: POR CORTE DE CONTROL DE
      *  CLIENTE Y TIPO DE COMPROBANTE ARMA UNA FACTURA CON LAS
      *  VENTAS Y UNA NOTA DE CREDITO CON LAS DEVOLUCIONES DE CADA
      *  CLIENTE.
      *****************************************************************
       2500-EMITO-COMPROBANTES.
           PERFORM 2510-RETORNO-VENTA.
           PERFORM 2520-PROCESO-RENGLON
                UNTIL EOF-TRABAJO.
           IF COMPROBANTE-ABIERTO
              PERFORM 2570-CIERRO-COMPROBANTE
           END-IF.
      *    MISMO SALTO AL CIERRE QUE EN 2000: EVITA CAER DE LARGO EN
      *    2510 Y RETORNAR DESPUES DEL FIN DEL ARCHIVO DE TRABAJO.
           GO TO 2599-FIN-EMITO.

       2510-RETORNO-VENTA.
           RETURN TRABAJO
              AT END
                 SET EOF-TRABAJO TO TRUE
           END-RETURN.

       2520-PROCESO-RENGLON.
           IF NO-HAY-GRUPO-ANTERIOR
              OR TRB-IDE NOT = WS-IDE-ANTERIOR
              OR TRB-TIPO-COMPROB NOT = WS-TIPO-ANTERIOR
              IF COMPROBANTE-ABIERTO
                 PERFORM 2570-CIERRO-COMPROBANTE
              END-IF
              MOVE TRB-IDE          TO WS-IDE-ANTERIOR
              MOVE TRB-TIPO-COMPROB TO WS-TIPO-ANTERIOR
              SET HAY-GRUPO-ANTERIOR TO TRUE
              PERFORM 1200-BUSCO-CLIENTE
              IF TRB-TIPO-COMPROB = 'C'
                 MOVE WS-ULT-NOTA-CREDITO TO WS-ULT-CONFIRMADO
              ELSE
                 MOVE WS-ULT-FACTURA      TO WS-ULT-CONFIRMADO
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-RETORNADAS.
           PERFORM 2530-CONTROLO-HISTORIAL.

           EVALUATE TRUE
              WHEN RENGLON-YA-FACTURADO
                 ADD 1 TO WS-CANT-YA-FACTURADAS
              WHEN CLIENTE-NO-HALLADO
                 ADD 1 TO WS-CANT-SIN-MAESTRO
                 PERFORM 2590-LISTO-SIN-MAESTRO
              WHEN OTHER
                 IF COMPROBANTE-CERRADO
                    PERFORM 2540-ABRO-COMPROBANTE
                 END-IF
                 PERFORM 2550-RENGLON-COMPROBANTE
           END-EVALUATE.

           PERFORM 2510-RETORNO-VENTA.

       1200-BUSCO-CLIENTE.
      *    MISMO ESQUEMA QUE 1200-BUSCO-CLIENTE DE APAREO, UNA VEZ POR
      *    GRUPO: EL SORT DEJA CADA CLIENTE JUNTO.
           MOVE TRB-IDE TO IDE.
           READ CLIENTES
              INVALID KEY
                 SET CLIENTE-NO-HALLADO TO TRUE
              NOT INVALID KEY
                 SET CLIENTE-HALLADO TO TRUE
           END-READ.
           IF FS-CLIENTES = '00' OR FS-CLIENTES = '23'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1200-BUSCO-CLIENTE'
              DISPLAY 'ARCHIVO CLIENTES'
              DISPLAY 'FS-CLIENTES: ' FS-CLIENTES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

       2530-CONTROLO-HISTORIAL.
      *    TODA VENTA DEL EXTRACTO PASO POR APAREO Y TIENE SU REGISTRO
      *    EN EL HISTORIAL, CONFIRMADO ('C'). SI YA LLEVA UN NUMERO DE
      *    COMPROBANTE CONFIRMADO (NO MAYOR QUE EL ULTIMO DE LA
      *    NUMERACION) SE FACTURO EN UNA CORRIDA ANTERIOR Y SE SALTEA.
      *    UN NUMERO MAYOR QUE EL ULTIMO CONFIRMADO ES DE UN
      *    COMPROBANTE QUE QUEDO A MEDIAS POR UN CORTE: EL RENGLON SE
      *    VUELVE A FACTURAR Y RECIBE EL MISMO NUMERO.
           SET RENGLON-A-FACTURAR TO TRUE.
      *    EL IDEVE ES CLAVE DEL SORT: UN REPETIDO EN EL EXTRACTO
      *    QUEDA PEGADO AL ANTERIOR Y SE FACTURARIA DOS VECES.
           IF TRB-IDEVE = WS-IDEVE-ANTERIOR
              DISPLAY 'ERROR EN 2530-CONTROLO-HISTORIAL'
              DISPLAY 'IDEVE REPETIDO EN EL EXTRACTO: ' TRB-IDEVE
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TRB-IDEVE TO WS-IDEVE-ANTERIOR.
           MOVE TRB-IDEVE TO HIS-IDEVE.
           READ HISTORIAL
              INVALID KEY
                 DISPLAY 'ERROR EN 2530-CONTROLO-HISTORIAL'
                 DISPLAY 'VENTA DEL EXTRACTO SIN HISTORIAL: '
                         TRB-IDEVE
                 DISPLAY 'EL HISTORIAL NO ES EL DEL PERIODO'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF FS-HISTORIAL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2530-CONTROLO-HISTORIAL'
              DISPLAY 'ARCHIVO HISTORIAL'
              DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF HIS-ESTADO NOT = 'C'
              DISPLAY 'ERROR EN 2530-CONTROLO-HISTORIAL'
              DISPLAY 'VENTA SIN CONFIRMAR EN EL HISTORIAL: '
                      TRB-IDEVE
              DISPLAY 'LA CORRIDA DE APAREO NO TERMINO BIEN'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    UN HISTORIAL GRABADO ANTES DEL COMPROBANTE LO TRAE EN
      *    BLANCO: EQUIVALE A "SIN FACTURAR".
           IF HIS-NRO-COMPROB IS NOT NUMERIC
              MOVE ZERO  TO HIS-NRO-COMPROB
              MOVE SPACE TO HIS-TIPO-COMPROB
           END-IF.
           IF HIS-NRO-COMPROB NOT = ZERO
              IF HIS-TIPO-COMPROB NOT = TRB-TIPO-COMPROB
                 OR HIS-NRO-COMPROB NOT > WS-ULT-CONFIRMADO
                 SET RENGLON-YA-FACTURADO TO TRUE
              END-IF
           END-IF.

       2540-ABRO-COMPROBANTE.
      *    EL NUMERO ES EL SIGUIENTE AL ULTIMO CONFIRMADO DE LA
      *    SECUENCIA; RECIEN SE CONFIRMA EN 2570 AL CERRARLO.
           COMPUTE WS-NRO-COMPROBANTE = WS-ULT-CONFIRMADO + 1.
           SET COMPROBANTE-ABIERTO TO TRUE.
           MOVE ZERO TO WS-CANT-RENGLONES WS-NETO-COMPROBANTE
                        WS-IVA-COMPROBANTE WS-BRUTO-COMPROBANTE.

           IF TRB-TIPO-COMPROB = 'C'
              MOVE "NOTA DE CREDITO" TO WS-CT-TIPO
           ELSE
              MOVE "FACTURA"         TO WS-CT-TIPO
           END-IF.
           MOVE WS-NRO-COMPROBANTE TO WS-CT-NUMERO.
           MOVE WS-FECHA-PROCESO   TO WS-CT-FECHA.
           MOVE WS-PERIODO-DESDE   TO WS-CT-DESDE.
           MOVE WS-PERIODO-HASTA   TO WS-CT-HASTA.
           MOVE IDE                TO WS-CC-IDE.
           MOVE DESCRIPCION        TO WS-CC-DESCRIPCION.
           MOVE DIRECCION          TO WS-CD-DIRECCION.

           WRITE REG-COMPROBANTES-FD FROM WS-LINEA-DOBLE.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-TITULO.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-CLIENTE.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-DOMICILIO.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           WRITE REG-COMPROBANTES-FD FROM WS-LINEA-SIMPLE.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-COLUMNAS.
           PERFORM 3910-VERIFICO-COMPROBANTES.

       2550-RENGLON-COMPROBANTE.
           PERFORM 3050-LIQUIDO-IVA.

           MOVE TRB-IDEVE      TO WS-CR-IDEVE.
           MOVE TRB-FECHAVENTA TO WS-CR-FECHA.
           MOVE TRB-PRODUCTO   TO WS-CR-PRODUCTO.
           MOVE TRB-CANTIDAD   TO WS-CR-CANTIDAD.
           MOVE TRB-PRECIO     TO WS-CR-BRUTO.
           MOVE WS-TASA-VENTA  TO WS-CR-TASA.
           MOVE WS-IMP-NETO    TO WS-CR-NETO.
           MOVE WS-IMP-IVA     TO WS-CR-IVA.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-RENGLON.
           PERFORM 3910-VERIFICO-COMPROBANTES.

           ADD 1           TO WS-CANT-RENGLONES.
           ADD WS-IMP-NETO TO WS-NETO-COMPROBANTE.
           ADD WS-IMP-IVA  TO WS-IVA-COMPROBANTE.
           ADD TRB-PRECIO  TO WS-BRUTO-COMPROBANTE.

      *    EL COMPROBANTE QUEDA GRABADO CONTRA EL IDEVE EN EL
      *    HISTORIAL (EL REGISTRO QUEDO LEIDO EN 2530).
           MOVE TRB-TIPO-COMPROB   TO HIS-TIPO-COMPROB.
           MOVE WS-NRO-COMPROBANTE TO HIS-NRO-COMPROB.
           REWRITE REG-HISTORIAL-FD.
           IF FS-HISTORIAL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO HISTORIAL'
              DISPLAY 'ARCHIVO HISTORIAL'
              DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF TRB-TIPO-COMPROB = 'C'
              ADD 1 TO WS-CANT-ACREDITADAS
              ADD WS-IMP-NETO TO WS-NETO-ACREDITADO
              ADD WS-IMP-IVA  TO WS-IVA-ACREDITADO
           ELSE
              ADD 1 TO WS-CANT-FACTURADAS
              ADD WS-IMP-NETO TO WS-NETO-FACTURADO
              ADD WS-IMP-IVA  TO WS-IVA-FACTURADO
           END-IF.

       3050-LIQUIDO-IVA.
      *    MISMO CALCULO QUE 3050-LIQUIDO-IVA DE APAREO: EL NETO SE
      *    DESAGREGA DEL BRUTO (PRECIO = NETO + IVA) Y EL IVA ES LA
      *    DIFERENCIA, ASI EL COMPROBANTE CIERRA CONTRA EL LIBRO IVA.
           PERFORM 3060-BUSCO-ALICUOTA.
           COMPUTE WS-IMP-NETO ROUNDED =
                TRB-PRECIO * 100 / (100 + WS-TASA-VENTA).
           SUBTRACT WS-IMP-NETO FROM TRB-PRECIO
                GIVING WS-IMP-IVA.

       3060-BUSCO-ALICUOTA.
           MOVE ZERO TO WS-TASA-VENTA.
           PERFORM 3065-COMPARO-ALICUOTA
                VARYING WS-ALI-IDX FROM 1 BY 1
                UNTIL WS-ALI-IDX > WS-CANT-ALICUOTAS.

       3065-COMPARO-ALICUOTA.
           IF WS-ALI-CATEGORIA(WS-ALI-IDX) = TRB-CATEGORIA
              MOVE WS-ALI-TASA(WS-ALI-IDX) TO WS-TASA-VENTA
           END-IF.

       2570-CIERRO-COMPROBANTE.
           WRITE REG-COMPROBANTES-FD FROM WS-LINEA-SIMPLE.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           MOVE "TOTAL NETO GRAVADO:" TO WS-CTT-ETIQUETA.
           MOVE WS-NETO-COMPROBANTE   TO WS-CTT-IMPORTE.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-TOTAL.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           MOVE "TOTAL IVA:"          TO WS-CTT-ETIQUETA.
           MOVE WS-IVA-COMPROBANTE    TO WS-CTT-IMPORTE.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-TOTAL.
           PERFORM 3910-VERIFICO-COMPROBANTES.
           MOVE "TOTAL:"              TO WS-CTT-ETIQUETA.
           MOVE WS-BRUTO-COMPROBANTE  TO WS-CTT-IMPORTE.
           WRITE REG-COMPROBANTES-FD FROM WS-CPB-LINEA-TOTAL.
           PERFORM 3910-VERIFICO-COMPROBANTES.

           MOVE WS-CT-TIPO            TO WS-LE-TIPO.
           MOVE WS-NRO-COMPROBANTE    TO WS-LE-NUMERO.
           MOVE WS-IDE-ANTERIOR       TO WS-LE-IDE.
           MOVE WS-CANT-RENGLONES     TO WS-LE-RENGLONES.
           MOVE WS-NETO-COMPROBANTE   TO WS-LE-NETO.
           MOVE WS-IVA-COMPROBANTE    TO WS-LE-IVA.
           MOVE WS-BRUTO-COMPROBANTE  TO WS-LE-BRUTO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-EMITIDO.
           PERFORM 3900-VERIFICO-LISTADO.

      *    RECIEN CON EL COMPROBANTE COMPLETO SE CONFIRMA SU NUMERO.
           IF WS-TIPO-ANTERIOR = 'C'
              MOVE WS-NRO-COMPROBANTE TO WS-ULT-NOTA-CREDITO
              ADD 1 TO WS-CANT-NOTAS
              IF WS-PRIMERA-NOTA = ZERO
                 MOVE WS-NRO-COMPROBANTE TO WS-PRIMERA-NOTA
              END-IF
           ELSE
              MOVE WS-NRO-COMPROBANTE TO WS-ULT-FACTURA
              ADD 1 TO WS-CANT-FACTURAS
              IF WS-PRIMERA-FACTURA = ZERO
                 MOVE WS-NRO-COMPROBANTE TO WS-PRIMERA-FACTURA
              END-IF
           END-IF.
           MOVE WS-NRO-COMPROBANTE TO WS-ULT-CONFIRMADO.
           PERFORM 3800-GRABO-NUMERACION.
           SET COMPROBANTE-CERRADO TO TRUE.

       2590-LISTO-SIN-MAESTRO.
           MOVE TRB-IDE          TO WS-LSM-IDE.
           MOVE TRB-IDEVE        TO WS-LSM-IDEVE.
           MOVE TRB-TIPO-COMPROB TO WS-LSM-TIPO.
           MOVE TRB-PRECIO       TO WS-LSM-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SIN-MAESTRO.
           PERFORM 3900-VERIFICO-LISTADO.

       2599-FIN-EMITO.
           EXIT.

       300-FINALIZO.
      *    BALANCEO ENTRE LA ENTRADA Y LA SALIDA DEL SORT: TODA VENTA
      *    'D' LEIDA TIENE QUE HABER QUEDADO FACTURADA, ACREDITADA, YA
      *    FACTURADA O LISTADA SIN MAESTRO.
           IF WS-CANT-FACTURADAS + WS-CANT-ACREDITADAS
              + WS-CANT-YA-FACTURADAS + WS-CANT-SIN-MAESTRO
                 = WS-CANT-LEIDAS
              AND WS-CANT-RETORNADAS = WS-CANT-LEIDAS
              SET BALANCEO-OK TO TRUE
           ELSE
              SET BALANCEO-ERROR TO TRUE
           END-IF.

           PERFORM 3300-RESUMEN-LISTADO.

           PERFORM 3700-GRABO-CONTROL.

           PERFORM 5000-CIERRO-ARCHIVOS.

           IF BALANCEO-ERROR
              DISPLAY 'ERROR EN 300-FINALIZO'
              DISPLAY 'LA FACTURACION NO BALANCEA CONTRA EL EXTRACTO'
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

           MOVE "RENGLONES FACTURADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-FACTURADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RENGLONES ACREDITADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ACREDITADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "YA FACTURADAS ANTES:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-YA-FACTURADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SIN MAESTRO (NO FACTURADAS):" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-MAESTRO TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "FACTURAS EMITIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-FACTURAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           IF WS-CANT-FACTURAS > ZERO
              MOVE "NUMERACION DE FACTURAS:" TO WS-RAN-ETIQUETA
              MOVE WS-PRIMERA-FACTURA TO WS-RAN-DESDE
              MOVE WS-ULT-FACTURA     TO WS-RAN-HASTA
              WRITE REG-LISTADO-FD FROM WS-LINEA-RANGO
              PERFORM 3900-VERIFICO-LISTADO
           END-IF.

           MOVE "NOTAS DE CREDITO EMITIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-NOTAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           IF WS-CANT-NOTAS > ZERO
              MOVE "NUMERACION DE NOTAS:" TO WS-RAN-ETIQUETA
              MOVE WS-PRIMERA-NOTA     TO WS-RAN-DESDE
              MOVE WS-ULT-NOTA-CREDITO TO WS-RAN-HASTA
              WRITE REG-LISTADO-FD FROM WS-LINEA-RANGO
              PERFORM 3900-VERIFICO-LISTADO
           END-IF.

           MOVE "NETO FACTURADO:" TO WS-TOT-ETIQUETA.
           MOVE WS-NETO-FACTURADO TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IVA FACTURADO:" TO WS-TOT-ETIQUETA.
           MOVE WS-IVA-FACTURADO TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "NETO ACREDITADO:" TO WS-TOT-ETIQUETA.
           MOVE WS-NETO-ACREDITADO TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IVA ACREDITADO:" TO WS-TOT-ETIQUETA.
           MOVE WS-IVA-ACREDITADO TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TOTAL.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE WS-BALANCEO TO WS-BAL-VEREDICTO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-BALANCEO.
           PERFORM 3900-VERIFICO-LISTADO.

           DISPLAY "VENTAS LEIDAS: " WS-CANT-LEIDAS.
           DISPLAY "RESUMENES SALTEADOS: " WS-CANT-RESUMENES.
           DISPLAY "RENGLONES FACTURADOS: " WS-CANT-FACTURADAS.
           DISPLAY "RENGLONES ACREDITADOS: " WS-CANT-ACREDITADAS.
           DISPLAY "YA FACTURADAS ANTES: " WS-CANT-YA-FACTURADAS.
           DISPLAY "SIN MAESTRO: " WS-CANT-SIN-MAESTRO.
           DISPLAY "FACTURAS EMITIDAS: " WS-CANT-FACTURAS.
           DISPLAY "NOTAS DE CREDITO EMITIDAS: " WS-CANT-NOTAS.
           DISPLAY "BALANCEO: " WS-BALANCEO.

       3700-GRABO-CONTROL.
           ACCEPT WS-HORA-FIN FROM TIME.

           INITIALIZE REG-CONTROL-FD.
              MOVE WS-FECHA-PROCESO      TO CTL-FECHA.
              MOVE WS-HORA-INICIO        TO CTL-HORA-INICIO.
              MOVE WS-HORA-FIN           TO CTL-HORA-FIN.
              MOVE WS-CANT-LEIDAS        TO CTL-VENTAS-LEIDAS.
              MOVE WS-CANT-FACTURADAS    TO CTL-LINEAS-FACTURADAS.
              MOVE WS-CANT-ACREDITADAS   TO CTL-LINEAS-ACREDITADAS.
              MOVE WS-CANT-YA-FACTURADAS TO CTL-YA-FACTURADAS.
              MOVE WS-CANT-SIN-MAESTRO   TO CTL-SIN-MAESTRO.
              MOVE WS-CANT-FACTURAS      TO CTL-FACTURAS.
              MOVE WS-PRIMERA-FACTURA    TO CTL-PRIMERA-FACTURA.
              IF WS-CANT-FACTURAS > ZERO
                 MOVE WS-ULT-FACTURA     TO CTL-ULTIMA-FACTURA
              END-IF.
              MOVE WS-CANT-NOTAS         TO CTL-NOTAS-CREDITO.
              MOVE WS-PRIMERA-NOTA       TO CTL-PRIMERA-NOTA.
              IF WS-CANT-NOTAS > ZERO
                 MOVE WS-ULT-NOTA-CREDITO TO CTL-ULTIMA-NOTA
              END-IF.
              MOVE WS-NETO-FACTURADO     TO CTL-NETO-FACTURADO.
              MOVE WS-IVA-FACTURADO      TO CTL-IVA-FACTURADO.
              MOVE WS-NETO-ACREDITADO    TO CTL-NETO-ACREDITADO.
              MOVE WS-IVA-ACREDITADO     TO CTL-IVA-ACREDITADO.
              MOVE WS-BALANCEO           TO CTL-BALANCEO.
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

       3800-GRABO-NUMERACION.
      *    LA PRIMERA VEZ EL REGISTRO 1 TODAVIA NO EXISTE Y SE GRABA
      *    CON WRITE; DE AHI EN MAS SE ACTUALIZA CON REWRITE, COMO EL
      *    CHECKPOINT DE APAREO.
           MOVE 1 TO WS-NUMERACION-KEY.
           ACCEPT WS-HORA-FIN FROM TIME.
           INITIALIZE REG-NUMERACION-FD.
              MOVE WS-ULT-FACTURA      TO NUM-ULT-FACTURA.
              MOVE WS-ULT-NOTA-CREDITO TO NUM-ULT-NOTA-CREDITO.
              MOVE WS-FECHA-PROCESO    TO NUM-FECHA.
              MOVE WS-HORA-FIN         TO NUM-HORA.
           IF NUMERACION-TIENE-REGISTRO
              REWRITE REG-NUMERACION-FD
           ELSE
              WRITE REG-NUMERACION-FD
              IF FS-NUMERACION = '00'
                 SET NUMERACION-TIENE-REGISTRO TO TRUE
              END-IF
           END-IF.

           IF FS-NUMERACION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUMERACION'
              DISPLAY 'ARCHIVO NUMERACION'
              DISPLAY 'FS-NUMERACION: ' FS-NUMERACION
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

       3910-VERIFICO-COMPROBANTES.
           IF FS-COMPROBANTES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO COMPROBANTES'
              DISPLAY 'ARCHIVO COMPROBANTES'
              DISPLAY 'FS-COMPROBANTES: ' FS-COMPROBANTES
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


           CLOSE HISTORIAL.

           IF FS-HISTORIAL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO HISTORIAL'
              DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE NUMERACION.

           IF FS-NUMERACION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUMERACION'
              DISPLAY 'FS-NUMERACION: ' FS-NUMERACION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE COMPROBANTES.

           IF FS-COMPROBANTES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO COMPROBANTES'
              DISPLAY 'FS-COMPROBANTES: ' FS-COMPROBANTES
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
