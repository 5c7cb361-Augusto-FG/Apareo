       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK.
      *****************************************************************
      *  POSICION DE STOCK DEL PERIODO: MANTIENE UN ARCHIVO DE
      *  EXISTENCIAS POR CODIGO DE PRODUCTO (EL PRD-CODIGO DEL
      *  MAESTRO QUE CARGA CARGPROD) CON LA CANTIDAD EN MANO Y EL
      *  NIVEL MINIMO DE CADA UNO. INGRESA LAS RECEPCIONES DE
      *  MERCADERIA QUE INFORMA COMPRAS (CON SUS REGISTROS DE CONTROL
      *  CAB Y PIE, COMO VENTAS.DAT), DESCUENTA LAS CANTIDADES VENDIDAS
      *  SEGUN LOS 'D' DEL EXTRACTO CONTABLE (EXT-CANTIDAD) Y REPONE
      *  LAS DEVOLUCIONES, Y GRABA EL ARCHIVO DE EXISTENCIAS NUEVO.
      *  EMITE UN LISTADO DE MOVIMIENTOS POR PRODUCTO Y UNA LISTA DE
      *  REPOSICION CON TODO LO QUE QUEDO POR DEBAJO DE SU MINIMO.
      *  UN PRODUCTO QUE VENDIO MAS DE LO QUE HABIA EN STOCK NO QUEDA
      *  EN NEGATIVO: QUEDA EN CERO Y SE DENUNCIA COMO DISCREPANCIA DE
      *  STOCK CON LA CANTIDAD FALTANTE. HASTA AHORA COMPRAS SE
      *  ENTERABA DE UN FALTANTE CUANDO LLAMABA LA SUCURSAL.
      *  MISMO ESQUEMA QUE CTASCOR: LOS 'D' SE RECLASIFICAN POR CODIGO
      *  DE PRODUCTO CON UN SORT Y SE APAREAN CON LAS EXISTENCIAS
      *  ARRASTRADAS Y LAS RECEPCIONES (AMBAS ORDENADAS POR CODIGO).
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
      *    IGUAL QUE EN EL RESTO DE LA CADENA. TODAS LAS VARIABLES
      *    SON OBLIGATORIAS.
           SELECT EXISTENCIAS ASSIGN TO
           "STOCK_EXISTENCIAS"
                                     FILE STATUS IS FS-EXISTENCIAS.
           SELECT EXTRACTO ASSIGN TO
           "STOCK_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
           SELECT RECEPCIONES ASSIGN TO
           "STOCK_RECEPCIONES"
                                     FILE STATUS IS FS-RECEPCIONES.
      *    MAESTRO DE PRODUCTOS INDEXADO POR CODIGO (LO CARGA
      *    CARGPROD): SOLO PARA LA DESCRIPCION OFICIAL EN LOS
      *    LISTADOS, CON READ DIRECTO COMO EN VALIDAVE.
           SELECT PRODUCTOS ASSIGN TO
           "STOCK_PRODUCTOS"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS PRD-CODIGO
                                     FILE STATUS IS FS-PRODUCTOS.
           SELECT EXISTENCIASNUEVO ASSIGN TO
           "STOCK_EXISTENCIASNUEVO"
                                     FILE STATUS IS FS-EXISTNUEVO.
           SELECT MOVIMIENTOS ASSIGN TO
           "STOCK_MOVIMIENTOS"
                                     FILE STATUS IS FS-MOVIMIENTOS.
           SELECT REPOSICION ASSIGN TO
           "STOCK_REPOSICION"
                                     FILE STATUS IS FS-REPOSICION.
           SELECT RESUMEN ASSIGN TO
           "STOCK_CONTROL"
                                     FILE STATUS IS FS-CONTROL.
           SELECT TRABAJO ASSIGN TO
           "STOCK_TRABAJO".

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------

       FD  EXISTENCIAS.
      *****************************************************************
      *  EXISTENCIAS POR PRODUCTO, ORDENADAS POR CODIGO: LA CANTIDAD
      *  EN MANO, EL NIVEL MINIMO DE REPOSICION Y EL PERIODO HASTA EL
      *  QUE ESTAN APLICADAS. LO MANTIENE ESTE MISMO PROGRAMA DE
      *  CORRIDA EN CORRIDA, COMO CTASCOR CON LOS SALDOS: SIN
      *  CAB/PIE, EN LA PRIMERA CORRIDA PUEDE NO EXISTIR.
      *****************************************************************
       01  REG-EXISTENCIAS-FD.
           05  STK-CODIGO             PIC 9(05).
           05  STK-EXISTENCIA         PIC 9(07).
           05  STK-MINIMO             PIC 9(07).
           05  STK-PERIODO-HASTA      PIC 9(08).

       FD  EXTRACTO.
      *****************************************************************
      *  EXTRACTO CONTABLE DEL PERIODO (MISMO LAYOUT QUE GRABAN APAREO
      *  Y RECICLA): ACA INTERESAN LOS 'D'; LOS 'R' SE SALTEAN.
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

       FD  RECEPCIONES.
      *****************************************************************
      *  RECEPCIONES DE MERCADERIA INFORMADAS POR COMPRAS, ORDENADAS
      *  POR CODIGO, CON SUS REGISTROS DE CONTROL CAB Y PIE (CONTEO,
      *  HASH DE CANTIDAD Y HASH DE CODIGO), COMO VENTAS.DAT. LA
      *  CANTIDAD VIENE ALFANUMERICA CON REDEFINES NUMERICO PORQUE ES
      *  CARGA MANUAL. EL TIPO 'R' ES UNA RECEPCION (SUMA LA CANTIDAD
      *  AL STOCK); EL TIPO 'M' FIJA EL NIVEL MINIMO DEL PRODUCTO EN
      *  LA CANTIDAD INFORMADA: ASI EL MINIMO LO MANTIENE COMPRAS POR
      *  LA MISMA VIA CONTROLADA Y NO A MANO SOBRE EL ARCHIVO.
      *****************************************************************
       01  REG-RECEPCIONES-FD.
           05  REC-CODIGO             PIC 9(05).
           05  REC-TIPO               PIC X(01).
               88  REC-RECEPCION                 VALUE 'R'.
               88  REC-MINIMO                    VALUE 'M'.
           05  REC-FECHA              PIC 9(08).
           05  REC-CANTIDAD           PIC X(07).
           05  REC-CANTIDAD-NUM REDEFINES REC-CANTIDAD
                                      PIC 9(07).
           05  REC-REMITO             PIC X(12).
           05  FILLER                 PIC X(07).
       01  REG-RECEPCIONES-CAB-FD.
           05  RCC-TIPO               PIC X(03).
           05  RCC-FECHA-ARCHIVO      PIC 9(08).
           05  RCC-PERIODO-DESDE      PIC 9(08).
           05  RCC-PERIODO-HASTA      PIC 9(08).
           05  FILLER                 PIC X(13).
       01  REG-RECEPCIONES-PIE-FD.
           05  RCP-TIPO               PIC X(03).
           05  RCP-CANT-REGISTROS     PIC 9(09).
           05  RCP-HASH-CANTIDAD      PIC 9(12).
           05  RCP-HASH-CODIGO        PIC 9(12).
           05  FILLER                 PIC X(04).

       FD  PRODUCTOS.
      *****************************************************************
      *  MAESTRO DE PRODUCTOS INDEXADO POR CODIGO (MISMO LAYOUT QUE
      *  GRABA CARGPROD).
      *****************************************************************
       01  REG-PRODUCTOS-FD.
           05  PRD-CODIGO                 PIC 9(05).
           05  PRD-DESCRIPCION            PIC X(15).
           05  PRD-CATEGORIA              PIC 9(02).
           05  PRD-PRECIO-LISTA           PIC 9(07)V99.

       FD  EXISTENCIASNUEVO.
      *****************************************************************
      *  EXISTENCIAS ACTUALIZADAS (MISMO LAYOUT QUE EXISTENCIAS): ES
      *  LA ENTRADA DE LA PROXIMA CORRIDA. A DIFERENCIA DE LOS SALDOS
      *  DE CTASCOR, UN PRODUCTO EN CERO NO SE DEPURA: SU MINIMO SIGUE
      *  VIGENTE Y ES JUSTO EL QUE HAY QUE REPONER.
      *****************************************************************
       01  REG-EXISTNUEVO-FD            PIC X(27).

       FD  MOVIMIENTOS.
      *****************************************************************
      *  LISTADO DE MOVIMIENTOS: UNA LINEA POR PRODUCTO CON MOVIMIENTO
      *  EN EL PERIODO (EXISTENCIA ANTERIOR, INGRESOS, VENTAS,
      *  DEVOLUCIONES, EXISTENCIA NUEVA Y MINIMO), CON LA MARCA DE
      *  DISCREPANCIA DONDE SE VENDIO MAS DE LO QUE HABIA.
      *****************************************************************
       01  REG-MOVIMIENTOS-FD           PIC X(120).

       FD  REPOSICION.
      *****************************************************************
      *  LISTA DE REPOSICION: TODO PRODUCTO CUYA EXISTENCIA NUEVA
      *  QUEDO POR DEBAJO DE SU MINIMO, CON LA CANTIDAD A REPONER
      *  PARA VOLVER AL MINIMO.
      *****************************************************************
       01  REG-REPOSICION-FD            PIC X(100).

       FD  RESUMEN.
      *****************************************************************
      *  REGISTRO DE CONTROL DE LA CORRIDA DE STOCK: LAS CANTIDADES
      *  DEL PERIODO Y EL BALANCEO DE UNIDADES ('OK'/'ER'): EXISTENCIA
      *  ANTERIOR + INGRESOS + DEVOLUCIONES - VENTAS + FALTANTES
      *  = EXISTENCIA NUEVA.
      *****************************************************************
       01  REG-CONTROL-FD.
           05  CTL-FECHA              PIC 9(08).
           05  CTL-HORA-INICIO        PIC 9(08).
           05  CTL-HORA-FIN           PIC 9(08).
           05  CTL-PERIODO-DESDE      PIC 9(08).
           05  CTL-PERIODO-HASTA      PIC 9(08).
           05  CTL-PRODUCTOS          PIC 9(09).
           05  CTL-RECEPCIONES        PIC 9(09).
           05  CTL-VENTAS-LEIDAS      PIC 9(09).
           05  CTL-VENTAS-SIN-CODIGO  PIC 9(09).
           05  CTL-UNID-ANTERIOR      PIC 9(12).
           05  CTL-UNID-INGRESADAS    PIC 9(12).
           05  CTL-UNID-VENDIDAS      PIC 9(12).
           05  CTL-UNID-DEVUELTAS     PIC 9(12).
           05  CTL-UNID-FALTANTES     PIC 9(12).
           05  CTL-UNID-NUEVA         PIC 9(12).
           05  CTL-DISCREPANCIAS      PIC 9(09).
           05  CTL-BAJO-MINIMO        PIC 9(09).
           05  CTL-BALANCEO           PIC X(02).

       SD  TRABAJO.
      *****************************************************************
      *  VENTAS Y DEVOLUCIONES DEL PERIODO RECLASIFICADAS POR CODIGO
      *  DE PRODUCTO (Y FECHA DENTRO DEL PRODUCTO).
      *****************************************************************
       01  REG-TRABAJO-SD.
           05  TRB-CODIGO             PIC 9(05).
           05  TRB-FECHAVENTA         PIC 9(08).
           05  TRB-IDEVE              PIC 9(09).
           05  TRB-CANTIDAD           PIC 9(06).
           05  TRB-TIPOVENTA          PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO DE MOVIMIENTOS
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO-MOV.
           05 FILLER PIC X(44) VALUE
              "MOVIMIENTOS DE STOCK POR PRODUCTO - PERIODO ".
           05 WS-TIT-DESDE-MOV            PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-TIT-HASTA-MOV            PIC 9(08).

        01 WS-LINEA-COLUMNAS-MOV.
           05 FILLER                      PIC X(07) VALUE "CODIGO ".
           05 FILLER                      PIC X(16) VALUE
              "DESCRIPCION".
           05 FILLER                      PIC X(10) VALUE "  ANTERIOR".
           05 FILLER                      PIC X(10) VALUE "  INGRESOS".
           05 FILLER                      PIC X(10) VALUE "    VENTAS".
           05 FILLER                      PIC X(10) VALUE "  DEVUELTO".
           05 FILLER                      PIC X(10) VALUE "EXISTENCIA".
           05 FILLER                      PIC X(10) VALUE "    MINIMO".
           05 FILLER                      PIC X(13) VALUE
              "  OBSERVACION".

        01 WS-LINEA-MOVIMIENTO.
           05 WS-LM-CODIGO                PIC 9(05).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LM-DESCRIPCION           PIC X(15).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-LM-ANTERIOR              PIC Z(9)9.
           05 WS-LM-INGRESOS              PIC Z(9)9.
           05 WS-LM-VENTAS                PIC Z(9)9.
           05 WS-LM-DEVUELTO              PIC Z(9)9.
           05 WS-LM-EXISTENCIA            PIC Z(9)9.
           05 WS-LM-MINIMO                PIC Z(9)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LM-OBSERVACION           PIC X(23).
           05 WS-LM-FALTANTE              PIC Z(6)9 BLANK WHEN ZERO.

      *-----------------------------------------------------------------
      *LINEAS DE LA LISTA DE REPOSICION
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO-REP.
           05 FILLER PIC X(44) VALUE
              "LISTA DE REPOSICION BAJO MINIMO - PERIODO ".
           05 WS-TIT-DESDE-REP            PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-TIT-HASTA-REP            PIC 9(08).

        01 WS-LINEA-COLUMNAS-REP.
           05 FILLER                      PIC X(07) VALUE "CODIGO ".
           05 FILLER                      PIC X(16) VALUE
              "DESCRIPCION".
           05 FILLER                      PIC X(10) VALUE "EXISTENCIA".
           05 FILLER                      PIC X(10) VALUE "    MINIMO".
           05 FILLER                      PIC X(10) VALUE " A REPONER".
           05 FILLER                      PIC X(13) VALUE
              "  OBSERVACION".

        01 WS-LINEA-REPOSICION.
           05 WS-LR-CODIGO                PIC 9(05).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-DESCRIPCION           PIC X(15).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-LR-EXISTENCIA            PIC Z(9)9.
           05 WS-LR-MINIMO                PIC Z(9)9.
           05 WS-LR-A-REPONER             PIC Z(9)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LR-OBSERVACION           PIC X(23).

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(34).
           05 WS-RES-CANTIDAD             PIC Z(11)9.

        01 WS-LINEA-BALANCEO.
           05 FILLER                      PIC X(34) VALUE
              "BALANCEO DE UNIDADES:".
           05 WS-BAL-VEREDICTO            PIC X(02).

        01 FS-EXISTENCIAS                 PIC X(02).
        01 FS-EXTRACTO                    PIC X(02).
        01 FS-RECEPCIONES                 PIC X(02).
        01 FS-PRODUCTOS                   PIC X(02).
        01 FS-EXISTNUEVO                  PIC X(02).
        01 FS-MOVIMIENTOS                 PIC X(02).
        01 FS-REPOSICION                  PIC X(02).
        01 FS-CONTROL                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-EXISTENCIAS            PIC X(100).
        01 WS-PATH-EXTRACTO               PIC X(100).
        01 WS-PATH-RECEPCIONES            PIC X(100).
        01 WS-PATH-PRODUCTOS              PIC X(100).
        01 WS-PATH-EXISTNUEVO             PIC X(100).
        01 WS-PATH-MOVIMIENTOS            PIC X(100).
        01 WS-PATH-REPOSICION             PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES Y ACUMULADORES DE LA CORRIDA (EN UNIDADES)
      *-----------------------------------------------------------------
        01 WS-CANT-PRODUCTOS              PIC 9(09) VALUE ZERO.
        01 WS-CANT-CON-MOVIMIENTO         PIC 9(09) VALUE ZERO.
        01 WS-CANT-MOVIMIENTOS            PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIN-CODIGO             PIC 9(09) VALUE ZERO.
        01 WS-CANT-RESUMENES              PIC 9(09) VALUE ZERO.
        01 WS-CANT-RECEPCIONES            PIC 9(09) VALUE ZERO.
        01 WS-CANT-EXIST-LEIDAS           PIC 9(09) VALUE ZERO.
        01 WS-CANT-EXIST-GRABADAS         PIC 9(09) VALUE ZERO.
        01 WS-CANT-DISCREPANCIAS          PIC 9(09) VALUE ZERO.
        01 WS-CANT-BAJO-MINIMO            PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIN-MAESTRO            PIC 9(09) VALUE ZERO.
        01 WS-TOT-ANTERIOR                PIC 9(12) VALUE ZERO.
        01 WS-TOT-INGRESOS                PIC 9(12) VALUE ZERO.
        01 WS-TOT-VENTAS                  PIC 9(12) VALUE ZERO.
        01 WS-TOT-DEVUELTO                PIC 9(12) VALUE ZERO.
        01 WS-TOT-FALTANTE                PIC 9(12) VALUE ZERO.
        01 WS-TOT-NUEVA                   PIC 9(12) VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.
        01 WS-HORA-INICIO                 PIC 9(08) VALUE ZERO.
        01 WS-HORA-FIN                    PIC 9(08) VALUE ZERO.

        01 WS-BALANCEO                    PIC X(02) VALUE 'OK'.
           88 BALANCEO-OK                            VALUE 'OK'.
           88 BALANCEO-ERROR                         VALUE 'ER'.

      *-----------------------------------------------------------------
      *FIN DE CADA FUENTE DEL APAREO DE CLAVES. EL ARCHIVO DE
      *EXISTENCIAS PUEDE NO EXISTIR EN LA PRIMERA CORRIDA ('35'):
      *ARRANCA VACIO.
      *-----------------------------------------------------------------
        01 WS-EOF-EXISTENCIAS             PIC X(01) VALUE 'N'.
           88 EOF-EXISTENCIAS                        VALUE 'S'.
        01 WS-EOF-EXTRACTO                PIC X(01) VALUE 'N'.
           88 EOF-EXTRACTO                           VALUE 'S'.
        01 WS-EOF-RECEPCIONES             PIC X(01) VALUE 'N'.
           88 EOF-RECEPCIONES                        VALUE 'S'.
        01 WS-EOF-TRABAJO                 PIC X(01) VALUE 'N'.
           88 EOF-TRABAJO                            VALUE 'S'.
        01 WS-REG-DETALLE                 PIC X(01) VALUE 'N'.
           88 REG-DETALLE                            VALUE 'S'.
        01 WS-REC-REG-DATOS               PIC X(01) VALUE 'N'.
           88 REC-REG-DATOS                          VALUE 'S'.

        01 WS-PRODUCTO-HALLADO            PIC X(01) VALUE 'N'.
           88 PRODUCTO-HALLADO                       VALUE 'S'.
           88 PRODUCTO-NO-HALLADO                    VALUE 'N'.

      *-----------------------------------------------------------------
      *CONTROL DE CABECERA/PIE DEL ARCHIVO DE RECEPCIONES, IGUAL QUE
      *EN EL RESTO DE LA CADENA. EL PERIODO DE LA CABECERA ES EL
      *PERIODO DE LA CORRIDA: SE ESTAMPA EN CADA EXISTENCIA GRABADA Y
      *UNA EXISTENCIA QUE YA LO TRAE APLICADO CANCELA LA CORRIDA (EL
      *ARCHIVO DE ENTRADA ES EL NUEVO DE UNA CORRIDA ANTERIOR DEL
      *MISMO PERIODO, Y VOLVER A DESCONTAR LAS VENTAS LO DEJARIA MAL).
      *-----------------------------------------------------------------
        01 WS-CAB-REC-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-REC-LEIDA                          VALUE 'S'.
        01 WS-PIE-REC-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-REC-LEIDO                          VALUE 'S'.
        01 WS-PIE-REC-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-REC-HASH-CANT           PIC 9(12) VALUE ZERO.
        01 WS-PIE-REC-HASH-COD            PIC 9(12) VALUE ZERO.
        01 WS-HASH-REC-CANT               PIC 9(12) VALUE ZERO.
        01 WS-HASH-REC-COD                PIC 9(12) VALUE ZERO.
        01 WS-PERIODO-DESDE               PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-HASTA               PIC 9(08) VALUE ZERO.
        01 WS-REC-CODIGO-ULT              PIC 9(05) VALUE ZERO.
        01 WS-STK-CODIGO-ULT              PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      *APAREO DE CLAVES: EL PRODUCTO EN CURSO ES LA MENOR CLAVE
      *PENDIENTE ENTRE EXISTENCIAS, VENTAS CLASIFICADAS Y RECEPCIONES.
      *-----------------------------------------------------------------
        01 WS-CLAVE-ACTUAL                PIC 9(05) VALUE ZERO.
      *    "TODAVIA NO ELEGI CLAVE" SE LLEVA EN UN FLAG Y NO EN UN
      *    VALOR CENTINELA, COMO EN CTASCOR.
        01 WS-HAY-CLAVE                   PIC X(01) VALUE 'N'.
           88 HAY-CLAVE                              VALUE 'S'.
           88 NO-HAY-CLAVE                           VALUE 'N'.

      *-----------------------------------------------------------------
      *PRODUCTO EN CURSO
      *-----------------------------------------------------------------
        01 WS-PRD-ANTERIOR                PIC 9(07) VALUE ZERO.
        01 WS-PRD-INGRESOS                PIC 9(09) VALUE ZERO.
        01 WS-PRD-VENTAS                  PIC 9(09) VALUE ZERO.
        01 WS-PRD-DEVUELTO                PIC 9(09) VALUE ZERO.
        01 WS-PRD-DISPONIBLE              PIC 9(09) VALUE ZERO.
        01 WS-PRD-FALTANTE                PIC 9(09) VALUE ZERO.
        01 WS-PRD-NUEVA                   PIC 9(09) VALUE ZERO.
        01 WS-PRD-MINIMO                  PIC 9(07) VALUE ZERO.
        01 WS-PRD-A-REPONER               PIC 9(07) VALUE ZERO.
        01 WS-PRD-MOVIO                   PIC X(01) VALUE 'N'.
           88 PRD-MOVIO                              VALUE 'S'.
        01 WS-PRD-DISCREPANCIA            PIC X(01) VALUE 'N'.
           88 PRD-DISCREPANCIA                       VALUE 'S'.

      *-----------------------------------------------------------------
      *EXISTENCIA NUEVA A GRABAR (MISMO LAYOUT QUE EXISTENCIAS). SE
      *ARMA APARTE PORQUE EL BUFFER DE EXISTENCIAS YA TIENE LEIDA LA
      *PROXIMA CLAVE DEL APAREO.
      *-----------------------------------------------------------------
        01 WS-REG-EXISTNUEVO.
           05 WS-NVO-CODIGO               PIC 9(05).
           05 WS-NVO-EXISTENCIA           PIC 9(07).
           05 WS-NVO-MINIMO               PIC 9(07).
           05 WS-NVO-PERIODO-HASTA        PIC 9(08).

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           SORT TRABAJO
                ON ASCENDING KEY TRB-CODIGO
                                 TRB-FECHAVENTA
                INPUT PROCEDURE IS 2000-CLASIFICO-EXTRACTO
                                THRU 2099-FIN-CLASIFICO
                OUTPUT PROCEDURE IS 2500-APLICO-STOCK
                                THRU 2599-FIN-APLICO.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-EXISTENCIAS
                FROM ENVIRONMENT "STOCK_EXISTENCIAS".
           IF WS-PATH-EXISTENCIAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_EXISTENCIAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-EXTRACTO FROM ENVIRONMENT "STOCK_EXTRACTO".
           IF WS-PATH-EXTRACTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_EXTRACTO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-RECEPCIONES
                FROM ENVIRONMENT "STOCK_RECEPCIONES".
           IF WS-PATH-RECEPCIONES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_RECEPCIONES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-PRODUCTOS FROM ENVIRONMENT "STOCK_PRODUCTOS".
           IF WS-PATH-PRODUCTOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_PRODUCTOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-EXISTNUEVO
                FROM ENVIRONMENT "STOCK_EXISTENCIASNUEVO".
           IF WS-PATH-EXISTNUEVO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'STOCK_EXISTENCIASNUEVO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-MOVIMIENTOS
                FROM ENVIRONMENT "STOCK_MOVIMIENTOS".
           IF WS-PATH-MOVIMIENTOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_MOVIMIENTOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-REPOSICION
                FROM ENVIRONMENT "STOCK_REPOSICION".
           IF WS-PATH-REPOSICION = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_REPOSICION'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CONTROL FROM ENVIRONMENT "STOCK_CONTROL".
           IF WS-PATH-CONTROL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO STOCK_CONTROL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "EXISTENCIAS: " WS-PATH-EXISTENCIAS.
           DISPLAY "EXTRACTO: " WS-PATH-EXTRACTO.
           DISPLAY "RECEPCIONES: " WS-PATH-RECEPCIONES.
           DISPLAY "PRODUCTOS: " WS-PATH-PRODUCTOS.
           DISPLAY "EXISTENCIASNUEVO: " WS-PATH-EXISTNUEVO.
           DISPLAY "MOVIMIENTOS: " WS-PATH-MOVIMIENTOS.
           DISPLAY "REPOSICION: " WS-PATH-REPOSICION.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.

      *****************************************************************
      *  PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL EXTRACTO, SALTEA
      *  LOS 'R' Y LIBERA UN MOVIMIENTO POR CADA VENTA 'D' CON CODIGO
      *  DE PRODUCTO.
      *****************************************************************
       2000-CLASIFICO-EXTRACTO.
           PERFORM 2010-LEO-EXTRACTO.
           PERFORM 2020-LIBERO-MOVIMIENTO
                UNTIL EOF-EXTRACTO.
           GO TO 2099-FIN-CLASIFICO.

       2010-LEO-EXTRACTO.
           MOVE 'N' TO WS-REG-DETALLE.
           PERFORM 2012-LEO-REG-EXTRACTO
                UNTIL REG-DETALLE OR EOF-EXTRACTO.

       2012-LEO-REG-EXTRACTO.
           INITIALIZE REG-EXTRACTO-DET-FD.
            READ EXTRACTO
                AT END
                     SET EOF-EXTRACTO TO TRUE
            END-READ.
            IF FS-EXTRACTO = '00'
              EVALUATE EXT-TIPO
                 WHEN 'D'
                    ADD 1 TO WS-CANT-MOVIMIENTOS
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

       2020-LIBERO-MOVIMIENTO.
      *    UNA VENTA DE UN PRODUCTO QUE NO TENIA MAESTRO AL LIQUIDARSE
      *    (O DE UN EXTRACTO ANTERIOR AL CODIGO) NO TIENE A QUE
      *    EXISTENCIA DESCONTARSE: SE CUENTA APARTE Y SE INFORMA.
           IF EXT-PROD-CODIGO IS NOT NUMERIC
              OR EXT-PROD-CODIGO = ZERO
              ADD 1 TO WS-CANT-SIN-CODIGO
           ELSE
              MOVE EXT-PROD-CODIGO TO TRB-CODIGO
              MOVE EXT-FECHAVENTA  TO TRB-FECHAVENTA
              MOVE EXT-IDEVE       TO TRB-IDEVE
              MOVE EXT-CANTIDAD    TO TRB-CANTIDAD
              MOVE EXT-TIPOVENTA   TO TRB-TIPOVENTA
              RELEASE REG-TRABAJO-SD
           END-IF.
           PERFORM 2010-LEO-EXTRACTO.

       2099-FIN-CLASIFICO.
           EXIT.

      *****************************************************************
      *  PROCEDIMIENTO DE SALIDA DEL SORT: APAREO DE CLAVES ENTRE LA
      *  EXISTENCIA ARRASTRADA, LAS VENTAS CLASIFICADAS Y LAS
      *  RECEPCIONES. POR CADA PRODUCTO CALCULA Y GRABA LA EXISTENCIA
      *  NUEVA, LISTA SU MOVIMIENTO Y, SI QUEDO BAJO EL MINIMO, LO
      *  AGREGA A LA LISTA DE REPOSICION.
      *****************************************************************
       2500-APLICO-STOCK.
      *    LAS RECEPCIONES SE LEEN PRIMERO: SU CABECERA TRAE EL
      *    PERIODO DE LA CORRIDA, QUE HACE FALTA PARA LOS TITULOS Y
      *    PARA CONTROLAR LAS EXISTENCIAS ARRASTRADAS.
           PERFORM 2515-LEO-RECEPCION.
           PERFORM 1100-TITULOS.
           PERFORM 2505-LEO-EXISTENCIA.
           PERFORM 2510-RETORNO-MOVIMIENTO.
           PERFORM 2520-PROCESO-PRODUCTO
                UNTIL EOF-EXISTENCIAS AND EOF-TRABAJO
                AND EOF-RECEPCIONES.
           GO TO 2599-FIN-APLICO.

       2505-LEO-EXISTENCIA.
           IF FS-EXISTENCIAS = '35'
              SET EOF-EXISTENCIAS TO TRUE
           ELSE
              READ EXISTENCIAS
                 AT END
                    SET EOF-EXISTENCIAS TO TRUE
              END-READ
              IF EOF-EXISTENCIAS
                 CONTINUE
              ELSE
                 IF FS-EXISTENCIAS = '00'
                    IF WS-CANT-EXIST-LEIDAS > ZERO
                       AND STK-CODIGO NOT > WS-STK-CODIGO-ULT
                       DISPLAY 'ARCHIVO EXISTENCIAS FUERA DE ORDEN'
                       DISPLAY 'CLAVE LEIDA: ' STK-CODIGO
                       DISPLAY 'CLAVE ANTERIOR: ' WS-STK-CODIGO-ULT
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 30 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF STK-PERIODO-HASTA NOT < WS-PERIODO-DESDE
                       DISPLAY 'ERROR EN 2505-LEO-EXISTENCIA'
                       DISPLAY 'LAS EXISTENCIAS YA TIENEN APLICADO EL '
                               'PERIODO ' WS-PERIODO-DESDE ' - '
                               WS-PERIODO-HASTA
                       DISPLAY 'CODIGO: ' STK-CODIGO
                               ' APLICADO HASTA: ' STK-PERIODO-HASTA
                       DISPLAY 'CORRER CONTRA LAS EXISTENCIAS DEL '
                               'PERIODO ANTERIOR'
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 50 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE STK-CODIGO TO WS-STK-CODIGO-ULT
                    ADD 1 TO WS-CANT-EXIST-LEIDAS
                 ELSE
                    DISPLAY 'ERROR EN LEER ARCHIVO EXISTENCIAS'
                    DISPLAY 'FS-EXISTENCIAS: ' FS-EXISTENCIAS
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       2510-RETORNO-MOVIMIENTO.
           RETURN TRABAJO
              AT END
                 SET EOF-TRABAJO TO TRUE
           END-RETURN.

       2515-LEO-RECEPCION.
      *    LEE HASTA DEJAR UNA RECEPCION EN EL BUFFER: CAB Y PIE SE
      *    PROCESAN AL PASAR, Y AL FIN DE ARCHIVO SE BALANCEA.
           MOVE 'N' TO WS-REC-REG-DATOS.
           PERFORM 2517-LEO-REG-RECEPCION
                UNTIL REC-REG-DATOS OR EOF-RECEPCIONES.

       2517-LEO-REG-RECEPCION.
           INITIALIZE REG-RECEPCIONES-FD.
            READ RECEPCIONES
                AT END
                     SET EOF-RECEPCIONES TO TRUE
                     PERFORM 2580-BALANCEO-RECEPCIONES
            END-READ.
            IF FS-RECEPCIONES = '00'
              EVALUATE RCC-TIPO
                 WHEN 'CAB'
                    SET CAB-REC-LEIDA TO TRUE
                    MOVE RCC-PERIODO-DESDE TO WS-PERIODO-DESDE
                    MOVE RCC-PERIODO-HASTA TO WS-PERIODO-HASTA
                 WHEN 'PIE'
                    SET PIE-REC-LEIDO TO TRUE
                    MOVE RCP-CANT-REGISTROS TO WS-PIE-REC-CANT
                    MOVE RCP-HASH-CANTIDAD  TO WS-PIE-REC-HASH-CANT
                    MOVE RCP-HASH-CODIGO    TO WS-PIE-REC-HASH-COD
                 WHEN OTHER
                    PERFORM 2518-DATOS-RECEPCION
              END-EVALUATE
            ELSE
              IF FS-RECEPCIONES = '10'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO RECEPCIONES'
                 DISPLAY 'FS-RECEPCIONES: ' FS-RECEPCIONES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
            END-IF.

       2518-DATOS-RECEPCION.
           IF PIE-REC-LEIDO
              DISPLAY 'ERROR EN 2518-DATOS-RECEPCION'
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CAB-REC-LEIDA
              DISPLAY 'ERROR EN 2518-DATOS-RECEPCION'
              DISPLAY 'EL ARCHIVO RECEPCIONES NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    UNA RECEPCION CON BASURA NO SE PUEDE APLICAR NI DEJAR
      *    PASAR EN SILENCIO: COMPRAS CORRIGE EL ARCHIVO Y SE REPROCESA.
           IF REC-CODIGO IS NOT NUMERIC
              OR REC-CANTIDAD IS NOT NUMERIC
              DISPLAY 'ERROR EN 2518-DATOS-RECEPCION'
              DISPLAY 'CODIGO O CANTIDAD NO NUMERICO: '
                      REG-RECEPCIONES-FD
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT REC-RECEPCION AND NOT REC-MINIMO
              DISPLAY 'ERROR EN 2518-DATOS-RECEPCION'
              DISPLAY 'TIPO DE RECEPCION DESCONOCIDO: ' REC-TIPO
                      ' - CODIGO: ' REC-CODIGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CANT-RECEPCIONES > ZERO
              AND REC-CODIGO < WS-REC-CODIGO-ULT
              DISPLAY 'ARCHIVO RECEPCIONES FUERA DE ORDEN'
              DISPLAY 'CLAVE LEIDA: ' REC-CODIGO
              DISPLAY 'CLAVE ANTERIOR: ' WS-REC-CODIGO-ULT
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE REC-CODIGO TO WS-REC-CODIGO-ULT.
           ADD 1 TO WS-CANT-RECEPCIONES.
           ADD REC-CANTIDAD-NUM TO WS-HASH-REC-CANT.
           ADD REC-CODIGO TO WS-HASH-REC-COD.
           SET REC-REG-DATOS TO TRUE.

       2580-BALANCEO-RECEPCIONES.
           IF NOT CAB-REC-LEIDA
              DISPLAY 'ERROR EN 2580-BALANCEO-RECEPCIONES'
              DISPLAY 'EL ARCHIVO RECEPCIONES NO TRAE REGISTRO CAB'
              PERFORM 2590-ABEND-BALANCEO
           END-IF.
           IF NOT PIE-REC-LEIDO
              DISPLAY 'ERROR EN 2580-BALANCEO-RECEPCIONES'
              DISPLAY 'EL ARCHIVO RECEPCIONES NO TRAE REGISTRO PIE'
              DISPLAY 'EL ARCHIVO PUEDE HABER LLEGADO TRUNCADO'
              PERFORM 2590-ABEND-BALANCEO
           END-IF.
           IF WS-CANT-RECEPCIONES NOT = WS-PIE-REC-CANT
              DISPLAY 'ERROR EN 2580-BALANCEO-RECEPCIONES'
              DISPLAY 'RECEPCIONES LEIDAS: ' WS-CANT-RECEPCIONES
              DISPLAY 'RECEPCIONES SEGUN PIE: ' WS-PIE-REC-CANT
              PERFORM 2590-ABEND-BALANCEO
           END-IF.
           IF WS-HASH-REC-CANT NOT = WS-PIE-REC-HASH-CANT
              DISPLAY 'ERROR EN 2580-BALANCEO-RECEPCIONES'
              DISPLAY 'HASH CANTIDAD LEIDO: ' WS-HASH-REC-CANT
              DISPLAY 'HASH CANTIDAD SEGUN PIE: ' WS-PIE-REC-HASH-CANT
              PERFORM 2590-ABEND-BALANCEO
           END-IF.
           IF WS-HASH-REC-COD NOT = WS-PIE-REC-HASH-COD
              DISPLAY 'ERROR EN 2580-BALANCEO-RECEPCIONES'
              DISPLAY 'HASH CODIGO LEIDO: ' WS-HASH-REC-COD
              DISPLAY 'HASH CODIGO SEGUN PIE: ' WS-PIE-REC-HASH-COD
              PERFORM 2590-ABEND-BALANCEO
           END-IF.

       2590-ABEND-BALANCEO.
      *    EL ARCHIVO DE RECEPCIONES NO BALANCEA: SE DEJA EL REGISTRO
      *    DE CONTROL EN 'ER' Y SE CANCELA ANTES DE APLICAR NADA MAS.
           SET BALANCEO-ERROR TO TRUE.
           PERFORM 3700-GRABO-CONTROL.
           DISPLAY 'SE CANCELA EL PROGRAMA'.
           MOVE 30 TO RETURN-CODE.
           STOP RUN.

       2520-PROCESO-PRODUCTO.
           PERFORM 2530-ELIJO-CLAVE.

           MOVE ZERO TO WS-PRD-ANTERIOR WS-PRD-INGRESOS WS-PRD-VENTAS
                        WS-PRD-DEVUELTO WS-PRD-FALTANTE WS-PRD-NUEVA
                        WS-PRD-MINIMO.
           MOVE 'N' TO WS-PRD-MOVIO WS-PRD-DISCREPANCIA.

           IF NOT EOF-EXISTENCIAS AND STK-CODIGO = WS-CLAVE-ACTUAL
              MOVE STK-EXISTENCIA TO WS-PRD-ANTERIOR
              MOVE STK-MINIMO     TO WS-PRD-MINIMO
              PERFORM 2505-LEO-EXISTENCIA
           END-IF.

           PERFORM 2550-APLICO-RECEPCION
                UNTIL EOF-RECEPCIONES
                OR REC-CODIGO NOT = WS-CLAVE-ACTUAL.

           PERFORM 2560-APLICO-MOVIMIENTO
                UNTIL EOF-TRABAJO
                OR TRB-CODIGO NOT = WS-CLAVE-ACTUAL.

      *    LO DISPONIBLE EN EL PERIODO ES LO QUE HABIA MAS LO QUE
      *    ENTRO (RECEPCIONES Y DEVOLUCIONES). SI SE VENDIO MAS, LA
      *    DIFERENCIA ES UN FALTANTE: LA EXISTENCIA QUEDA EN CERO Y EL
      *    PRODUCTO SE DENUNCIA, EN VEZ DE ARRASTRAR UN NEGATIVO QUE
      *    NADIE MIRA.
           COMPUTE WS-PRD-DISPONIBLE = WS-PRD-ANTERIOR
                                     + WS-PRD-INGRESOS
                                     + WS-PRD-DEVUELTO.
           IF WS-PRD-VENTAS > WS-PRD-DISPONIBLE
              COMPUTE WS-PRD-FALTANTE = WS-PRD-VENTAS
                                      - WS-PRD-DISPONIBLE
              MOVE ZERO TO WS-PRD-NUEVA
              SET PRD-DISCREPANCIA TO TRUE
              ADD 1 TO WS-CANT-DISCREPANCIAS
           ELSE
              COMPUTE WS-PRD-NUEVA = WS-PRD-DISPONIBLE
                                   - WS-PRD-VENTAS
           END-IF.

           IF WS-PRD-NUEVA > 9999999
              DISPLAY 'ERROR EN 2520-PROCESO-PRODUCTO'
              DISPLAY 'EXISTENCIA FUERA DE RANGO - CODIGO: '
                      WS-CLAVE-ACTUAL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2535-BUSCO-PRODUCTO.

           IF PRD-MOVIO
              PERFORM 2570-LINEA-MOVIMIENTO
              ADD 1 TO WS-CANT-CON-MOVIMIENTO
           END-IF.

           IF WS-PRD-NUEVA < WS-PRD-MINIMO
              PERFORM 2575-LINEA-REPOSICION
           END-IF.

           PERFORM 2578-GRABO-EXISTENCIA.

           ADD 1 TO WS-CANT-PRODUCTOS.
           ADD WS-PRD-ANTERIOR TO WS-TOT-ANTERIOR.
           ADD WS-PRD-INGRESOS TO WS-TOT-INGRESOS.
           ADD WS-PRD-VENTAS   TO WS-TOT-VENTAS.
           ADD WS-PRD-DEVUELTO TO WS-TOT-DEVUELTO.
           ADD WS-PRD-FALTANTE TO WS-TOT-FALTANTE.
           ADD WS-PRD-NUEVA    TO WS-TOT-NUEVA.

       2530-ELIJO-CLAVE.
      *    LA MENOR CLAVE PENDIENTE ENTRE LAS TRES FUENTES.
           MOVE 'N' TO WS-HAY-CLAVE.
           IF NOT EOF-EXISTENCIAS
              MOVE STK-CODIGO TO WS-CLAVE-ACTUAL
              SET HAY-CLAVE TO TRUE
           END-IF.
           IF NOT EOF-TRABAJO
              IF NO-HAY-CLAVE OR TRB-CODIGO < WS-CLAVE-ACTUAL
                 MOVE TRB-CODIGO TO WS-CLAVE-ACTUAL
                 SET HAY-CLAVE TO TRUE
              END-IF
           END-IF.
           IF NOT EOF-RECEPCIONES
              IF NO-HAY-CLAVE OR REC-CODIGO < WS-CLAVE-ACTUAL
                 MOVE REC-CODIGO TO WS-CLAVE-ACTUAL
                 SET HAY-CLAVE TO TRUE
              END-IF
           END-IF.

       2535-BUSCO-PRODUCTO.
      *    LA DESCRIPCION SALE DEL MAESTRO. UN CODIGO SIN MAESTRO (UN
      *    PRODUCTO DADO DE BAJA CON STOCK, O UNA RECEPCION DE UN
      *    PRODUCTO TODAVIA NO CARGADO) SE PROCESA IGUAL Y SE MARCA.
           MOVE WS-CLAVE-ACTUAL TO PRD-CODIGO.
           READ PRODUCTOS
              INVALID KEY
                 SET PRODUCTO-NO-HALLADO TO TRUE
              NOT INVALID KEY
                 SET PRODUCTO-HALLADO TO TRUE
           END-READ.
           IF FS-PRODUCTOS = '00' OR FS-PRODUCTOS = '23'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2535-BUSCO-PRODUCTO'
              DISPLAY 'ARCHIVO PRODUCTOS'
              DISPLAY 'FS-PRODUCTOS: ' FS-PRODUCTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PRODUCTO-NO-HALLADO
              MOVE "SIN MAESTRO" TO PRD-DESCRIPCION
              ADD 1 TO WS-CANT-SIN-MAESTRO
           END-IF.

       2550-APLICO-RECEPCION.
           IF REC-MINIMO
              MOVE REC-CANTIDAD-NUM TO WS-PRD-MINIMO
           ELSE
              ADD REC-CANTIDAD-NUM TO WS-PRD-INGRESOS
              SET PRD-MOVIO TO TRUE
           END-IF.
           PERFORM 2515-LEO-RECEPCION.

       2560-APLICO-MOVIMIENTO.
      *    UNA VENTA DESCUENTA Y UNA DEVOLUCION REPONE STOCK.
           IF TRB-TIPOVENTA = 'D'
              ADD TRB-CANTIDAD TO WS-PRD-DEVUELTO
           ELSE
              ADD TRB-CANTIDAD TO WS-PRD-VENTAS
           END-IF.
           SET PRD-MOVIO TO TRUE.
           PERFORM 2510-RETORNO-MOVIMIENTO.

       2570-LINEA-MOVIMIENTO.
           MOVE WS-CLAVE-ACTUAL  TO WS-LM-CODIGO.
           MOVE PRD-DESCRIPCION  TO WS-LM-DESCRIPCION.
           MOVE WS-PRD-ANTERIOR  TO WS-LM-ANTERIOR.
           MOVE WS-PRD-INGRESOS  TO WS-LM-INGRESOS.
           MOVE WS-PRD-VENTAS    TO WS-LM-VENTAS.
           MOVE WS-PRD-DEVUELTO  TO WS-LM-DEVUELTO.
           MOVE WS-PRD-NUEVA     TO WS-LM-EXISTENCIA.
           MOVE WS-PRD-MINIMO    TO WS-LM-MINIMO.
           MOVE WS-PRD-FALTANTE  TO WS-LM-FALTANTE.
           EVALUATE TRUE
              WHEN PRD-DISCREPANCIA
                 MOVE "DISCREPANCIA - FALTAN:" TO WS-LM-OBSERVACION
              WHEN WS-PRD-NUEVA < WS-PRD-MINIMO
                 MOVE "BAJO MINIMO" TO WS-LM-OBSERVACION
              WHEN OTHER
                 MOVE SPACES TO WS-LM-OBSERVACION
           END-EVALUATE.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-MOVIMIENTO.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

       2575-LINEA-REPOSICION.
           COMPUTE WS-PRD-A-REPONER = WS-PRD-MINIMO - WS-PRD-NUEVA.
           MOVE WS-CLAVE-ACTUAL  TO WS-LR-CODIGO.
           MOVE PRD-DESCRIPCION  TO WS-LR-DESCRIPCION.
           MOVE WS-PRD-NUEVA     TO WS-LR-EXISTENCIA.
           MOVE WS-PRD-MINIMO    TO WS-LR-MINIMO.
           MOVE WS-PRD-A-REPONER TO WS-LR-A-REPONER.
           IF PRD-DISCREPANCIA
              MOVE "DISCREPANCIA DE STOCK" TO WS-LR-OBSERVACION
           ELSE
              MOVE SPACES TO WS-LR-OBSERVACION
           END-IF.
           WRITE REG-REPOSICION-FD FROM WS-LINEA-REPOSICION.
           PERFORM 3910-VERIFICO-REPOSICION.
           ADD 1 TO WS-CANT-BAJO-MINIMO.

       2578-GRABO-EXISTENCIA.
           MOVE WS-CLAVE-ACTUAL  TO WS-NVO-CODIGO.
           MOVE WS-PRD-NUEVA     TO WS-NVO-EXISTENCIA.
           MOVE WS-PRD-MINIMO    TO WS-NVO-MINIMO.
           MOVE WS-PERIODO-HASTA TO WS-NVO-PERIODO-HASTA.
           WRITE REG-EXISTNUEVO-FD FROM WS-REG-EXISTNUEVO.
           IF FS-EXISTNUEVO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO EXISTENCIASNUEVO'
              DISPLAY 'FS-EXISTNUEVO: ' FS-EXISTNUEVO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-EXIST-GRABADAS.

       2599-FIN-APLICO.
           EXIT.

       1100-TITULOS.
           MOVE WS-PERIODO-DESDE TO WS-TIT-DESDE-MOV WS-TIT-DESDE-REP.
           MOVE WS-PERIODO-HASTA TO WS-TIT-HASTA-MOV WS-TIT-HASTA-REP.

           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-TITULO-MOV.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-COLUMNAS-MOV.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           WRITE REG-REPOSICION-FD FROM WS-LINEA-TITULO-REP.
           PERFORM 3910-VERIFICO-REPOSICION.
           WRITE REG-REPOSICION-FD FROM WS-LINEA-COLUMNAS-REP.
           PERFORM 3910-VERIFICO-REPOSICION.

       3700-GRABO-CONTROL.
           ACCEPT WS-HORA-FIN FROM TIME.

           INITIALIZE REG-CONTROL-FD.
              MOVE WS-FECHA-PROCESO      TO CTL-FECHA.
              MOVE WS-HORA-INICIO        TO CTL-HORA-INICIO.
              MOVE WS-HORA-FIN           TO CTL-HORA-FIN.
              MOVE WS-PERIODO-DESDE      TO CTL-PERIODO-DESDE.
              MOVE WS-PERIODO-HASTA      TO CTL-PERIODO-HASTA.
              MOVE WS-CANT-PRODUCTOS     TO CTL-PRODUCTOS.
              MOVE WS-CANT-RECEPCIONES   TO CTL-RECEPCIONES.
              MOVE WS-CANT-MOVIMIENTOS   TO CTL-VENTAS-LEIDAS.
              MOVE WS-CANT-SIN-CODIGO    TO CTL-VENTAS-SIN-CODIGO.
              MOVE WS-TOT-ANTERIOR       TO CTL-UNID-ANTERIOR.
              MOVE WS-TOT-INGRESOS       TO CTL-UNID-INGRESADAS.
              MOVE WS-TOT-VENTAS         TO CTL-UNID-VENDIDAS.
              MOVE WS-TOT-DEVUELTO       TO CTL-UNID-DEVUELTAS.
              MOVE WS-TOT-FALTANTE       TO CTL-UNID-FALTANTES.
              MOVE WS-TOT-NUEVA          TO CTL-UNID-NUEVA.
              MOVE WS-CANT-DISCREPANCIAS TO CTL-DISCREPANCIAS.
              MOVE WS-CANT-BAJO-MINIMO   TO CTL-BAJO-MINIMO.
              MOVE WS-BALANCEO           TO CTL-BALANCEO.
           WRITE REG-CONTROL-FD.

           IF FS-CONTROL = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO CONTROL'
              DISPLAY 'FS-CONTROL: ' FS-CONTROL
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       3900-VERIFICO-MOVIMIENTOS.
           IF FS-MOVIMIENTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO MOVIMIENTOS'
              DISPLAY 'FS-MOVIMIENTOS: ' FS-MOVIMIENTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       3910-VERIFICO-REPOSICION.
           IF FS-REPOSICION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO REPOSICION'
              DISPLAY 'FS-REPOSICION: ' FS-REPOSICION
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       300-FINALIZO.
      *    BALANCEO DE UNIDADES: LO QUE HABIA, MAS LO QUE ENTRO, MENOS
      *    LO QUE SALIO (SIN CONTAR LO QUE FALTO, QUE NO SALIO DE
      *    NINGUN STOCK) TIENE QUE SER LO QUE QUEDO.
           IF WS-TOT-ANTERIOR + WS-TOT-INGRESOS + WS-TOT-DEVUELTO
              - WS-TOT-VENTAS + WS-TOT-FALTANTE = WS-TOT-NUEVA
              SET BALANCEO-OK TO TRUE
           ELSE
              SET BALANCEO-ERROR TO TRUE
           END-IF.

           MOVE SPACES TO REG-MOVIMIENTOS-FD.
           WRITE REG-MOVIMIENTOS-FD.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "PRODUCTOS PROCESADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-PRODUCTOS TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "PRODUCTOS CON MOVIMIENTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-CON-MOVIMIENTO TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "PRODUCTOS SIN MAESTRO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-MAESTRO TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "VENTAS SIN CODIGO DE PRODUCTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-CODIGO TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "UNIDADES EXISTENCIA ANTERIOR:" TO WS-RES-ETIQUETA.
           MOVE WS-TOT-ANTERIOR TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "UNIDADES INGRESADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-TOT-INGRESOS TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "UNIDADES VENDIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-TOT-VENTAS TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "UNIDADES DEVUELTAS:" TO WS-RES-ETIQUETA.
           MOVE WS-TOT-DEVUELTO TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "UNIDADES FALTANTES:" TO WS-RES-ETIQUETA.
           MOVE WS-TOT-FALTANTE TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "UNIDADES EXISTENCIA NUEVA:" TO WS-RES-ETIQUETA.
           MOVE WS-TOT-NUEVA TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "DISCREPANCIAS DE STOCK:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-DISCREPANCIAS TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE "PRODUCTOS BAJO MINIMO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-BAJO-MINIMO TO WS-RES-CANTIDAD.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE WS-BALANCEO TO WS-BAL-VEREDICTO.
           WRITE REG-MOVIMIENTOS-FD FROM WS-LINEA-BALANCEO.
           PERFORM 3900-VERIFICO-MOVIMIENTOS.

           MOVE SPACES TO REG-REPOSICION-FD.
           WRITE REG-REPOSICION-FD.
           PERFORM 3910-VERIFICO-REPOSICION.

           MOVE "PRODUCTOS A REPONER:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-BAJO-MINIMO TO WS-RES-CANTIDAD.
           WRITE REG-REPOSICION-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3910-VERIFICO-REPOSICION.

           PERFORM 3700-GRABO-CONTROL.

           DISPLAY "PRODUCTOS PROCESADOS: " WS-CANT-PRODUCTOS.
           DISPLAY "VENTAS LEIDAS: " WS-CANT-MOVIMIENTOS.
           DISPLAY "VENTAS SIN CODIGO: " WS-CANT-SIN-CODIGO.
           DISPLAY "RECEPCIONES APLICADAS: " WS-CANT-RECEPCIONES.
           DISPLAY "EXISTENCIAS ARRASTRADAS: " WS-CANT-EXIST-LEIDAS.
           DISPLAY "EXISTENCIAS GRABADAS: " WS-CANT-EXIST-GRABADAS.
           DISPLAY "DISCREPANCIAS DE STOCK: " WS-CANT-DISCREPANCIAS.
           DISPLAY "PRODUCTOS BAJO MINIMO: " WS-CANT-BAJO-MINIMO.
           DISPLAY "BALANCEO: " WS-BALANCEO.

           PERFORM 5000-CIERRO-ARCHIVOS.

           IF BALANCEO-ERROR
              DISPLAY 'ERROR EN 300-FINALIZO'
              DISPLAY 'LAS UNIDADES DEL PERIODO NO BALANCEAN'
              MOVE 30 TO RETURN-CODE
           END-IF.

       1000-ABRO-ARCHIVOS.

      *    EN LA PRIMERA CORRIDA EL ARCHIVO DE EXISTENCIAS TODAVIA NO
      *    EXISTE ('35'): SE ARRANCA CON TODO EL STOCK EN CERO.
           OPEN INPUT EXISTENCIAS

           IF FS-EXISTENCIAS = '00' OR FS-EXISTENCIAS = '35'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXISTENCIAS'
              DISPLAY 'FS-EXISTENCIAS: ' FS-EXISTENCIAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


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


           OPEN INPUT RECEPCIONES

           IF FS-RECEPCIONES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RECEPCIONES'
              DISPLAY 'FS-RECEPCIONES: ' FS-RECEPCIONES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT PRODUCTOS

           IF FS-PRODUCTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO PRODUCTOS'
              DISPLAY 'FS-PRODUCTOS: ' FS-PRODUCTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT EXISTENCIASNUEVO

           IF FS-EXISTNUEVO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXISTENCIASNUEVO'
              DISPLAY 'FS-EXISTNUEVO: ' FS-EXISTNUEVO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT MOVIMIENTOS

           IF FS-MOVIMIENTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO MOVIMIENTOS'
              DISPLAY 'FS-MOVIMIENTOS: ' FS-MOVIMIENTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT REPOSICION

           IF FS-REPOSICION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO REPOSICION'
              DISPLAY 'FS-REPOSICION: ' FS-REPOSICION
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

       5000-CIERRO-ARCHIVOS.

      *    SI EL ARCHIVO DE EXISTENCIAS NO EXISTIA, NO HAY NADA ABIERTO
      *    QUE CERRAR DE ESE LADO.
           IF FS-EXISTENCIAS = '35'
              CONTINUE
           ELSE
              CLOSE EXISTENCIAS
              IF FS-EXISTENCIAS = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO EXISTENCIAS'
                 DISPLAY 'FS-EXISTENCIAS: ' FS-EXISTENCIAS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.


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


           CLOSE RECEPCIONES.

           IF FS-RECEPCIONES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RECEPCIONES'
              DISPLAY 'FS-RECEPCIONES: ' FS-RECEPCIONES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE PRODUCTOS.

           IF FS-PRODUCTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO PRODUCTOS'
              DISPLAY 'FS-PRODUCTOS: ' FS-PRODUCTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE EXISTENCIASNUEVO.

           IF FS-EXISTNUEVO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO EXISTENCIASNUEVO'
              DISPLAY 'FS-EXISTNUEVO: ' FS-EXISTNUEVO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE MOVIMIENTOS.

           IF FS-MOVIMIENTOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO MOVIMIENTOS'
              DISPLAY 'FS-MOVIMIENTOS: ' FS-MOVIMIENTOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE REPOSICION.

           IF FS-REPOSICION = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO REPOSICION'
              DISPLAY 'FS-REPOSICION: ' FS-REPOSICION
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
