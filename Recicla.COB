      *  SEGUNDA VUELTA. DEJA SU PROPIO REGISTRO DE CONTROL CON
      *  RECUPERADAS VS TODAVIA RECHAZADAS: LA FACTURACION RECHAZADA
      *  YA NO ESPERA UN MES PARA CONTABILIZARSE.
      *  LAS VENTAS QUE APAREO RETUVO POR CREDITO SIGUEN EL MISMO
      *  CAMINO: LAS DE ESTA CORRIDA QUEDAN PENDIENTES, Y LAS
      *  PENDIENTES DE CORRIDAS ANTERIORES SE LIBERAN CUANDO COBRANZAS
      *  YA LEVANTO LA RETENCION DEL CLIENTE (MANTCLI) Y LA VENTA
      *  ENTRA EN SU LIMITE DE CREDITO; LAS DEMAS SIGUEN PENDIENTES.
      *  UN RECHAZO RECUPERADO PASA EL MISMO CONTROL DE CREDITO QUE
      *  APAREO (1280-CONTROLO-CREDITO): SI EL CLIENTE ESTA RETENIDO O
      *  LA VENTA LO PASA DE SU LIMITE, QUEDA PENDIENTE EN VEZ DE
      *  FACTURARSE. LO YA FACTURADO AL CLIENTE ES LO QUE TRAE EL
      *  EXTRACTO DE APAREO MAS LO QUE FACTURA ESTA CORRIDA.
      *  RECHAZOS, RETENIDAS Y PENDIENTES VIENEN ORDENADOS POR IDE Y
      *  SE PROCESAN EN UNA SOLA PASADA APAREADOS POR IDE.
      *  TODA VENTA QUE SALE AL EXTRACTO QUEDA CONFIRMADA ('C') EN EL
      *  HISTORIAL DEL PERIODO EN CURSO: UNA PENDIENTE DE OTRO PERIODO
      *  NO TIENE REGISTRO EN ESE HISTORIAL, Y FACTURA LO NECESITA
      *  PARA NUMERAR LA VENTA.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *--------------------

      *    LOS NOMBRES ASIGNADOS SON SIMBOLICOS (ESTILO DD DE JCL),
      *    IGUAL QUE EN EL RESTO DE LA CADENA: GNUCOBOL RESUELVE CADA
      *    UNO CONTRA LA VARIABLE DE ENTORNO DEL MISMO NOMBRE. TODAS
      *    LAS VARIABLES SON OBLIGATORIAS.
           SELECT RECHAZOS ASSIGN TO
           "RECICLA_RECHAZOS"
                                     FILE STATUS IS FS-RECHAZOS.
           SELECT LIBROIVA ASSIGN TO
           "RECICLA_LIBROIVA"
                                     FILE STATUS IS FS-LIBROIVA.
      *    VENTAS RETENIDAS POR CREDITO: LAS DE ESTA CORRIDA DE APAREO
      *    (SU EXCCREDITO) Y LAS QUE QUEDARON PENDIENTES DE CORRIDAS
      *    ANTERIORES, QUE SE APAREAN POR IDE COMO LAS NOVEDADES Y
      *    PENDIENTES DE MANTCLI. LO QUE NO SE LIBERA PASA A
      *    NUEVOPENDIENTES, LA ENTRADA DE PENDIENTES DE LA PROXIMA
      *    CORRIDA. EL LIMITE SE CONTROLA CONTRA LOS SALDOS DE
      *    CTASCOR, COMO EN APAREO.
           SELECT RETENIDAS ASSIGN TO
           "RECICLA_RETENIDAS"
                                     FILE STATUS IS FS-RETENIDAS.
           SELECT PENDIENTES ASSIGN TO
           "RECICLA_PENDIENTES"
                                     FILE STATUS IS FS-PENDIENTES.
           SELECT NUEVOPENDIENTES ASSIGN TO
           "RECICLA_NUEVOPENDIENTES"
                                     FILE STATUS IS FS-NUEVOPEND.
           SELECT SALDOS ASSIGN TO
           "RECICLA_SALDOS"
                                     FILE STATUS IS FS-SALDOS.
      *    MISMO HISTORIAL DE IDEVE DEL PERIODO QUE MANTIENE APAREO.
           SELECT HISTORIAL ASSIGN TO
           "RECICLA_HISTORIAL"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HIS-IDEVE
                                     FILE STATUS IS FS-HISTORIAL.

       DATA DIVISION.
      *-------------
           05  IDE                        PIC 9(05).
           05  DESCRIPCION                PIC X(15).
           05  DIRECCION                  PIC X(30).
           05  VENDEDOR                   PIC 9(03).
           05  LIMITE-CREDITO             PIC 9(09)V99.
           05  ESTADO-CREDITO             PIC X(01).

       FD  PRODUCTOS.
      *****************************************************************
           05  EXT-FECHAVENTA       PIC 9(08).
           05  EXT-TIPOVENTA        PIC X(01).
           05  EXT-SUCURSAL         PIC 9(03).
      *    CODIGO Y CATEGORIA DEL PRODUCTO SEGUN EL MAESTRO AL
      *    MOMENTO DE LIQUIDAR LA VENTA: EXT-PRODUCTO LLEVA LA
      *    DESCRIPCION OFICIAL, Y LOS PASOS QUE TRABAJAN POR CODIGO O
      *    POR CATEGORIA (COMISIONES, STOCK) LOS TOMAN DE ACA SIN
      *    VOLVER AL MAESTRO. EN CERO SI EL PRODUCTO NO TENIA MAESTRO.
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).

       FD  ALICUOTAS.
      *****************************************************************
      *****************************************************************
       01  REG-LIBROIVA-FD            PIC X(120).

       FD  RETENIDAS.
      *****************************************************************
      *  VENTAS RETENIDAS POR CREDITO EN ESTA CORRIDA DE APAREO
      *  (MISMO LAYOUT QUE REG-SINCOINCIDENCIA-FD, TIPO "CREDITO"),
      *  ORDENADAS POR IDE COMO LAS VENTAS.
      *****************************************************************
       01  REG-RETENIDAS-FD.
           05  XR-TIPO              PIC X(10).
           05  XR-IDEVE             PIC 9(09).
           05  XR-IDE               PIC 9(05).
           05  FILLER               PIC X(57).

       FD  PENDIENTES.
      *****************************************************************
      *  VENTAS RETENIDAS TODAVIA NO LIBERADAS (MISMO LAYOUT), TAL
      *  COMO LAS DEJO NUEVOPENDIENTES EN LA CORRIDA ANTERIOR: SIN
      *  CAB/PIE, COMO LOS PENDIENTES DE MANTCLI; EN LA PRIMERA
      *  CORRIDA PUEDE NO EXISTIR.
      *****************************************************************
       01  REG-PENDIENTES-FD.
           05  XP-TIPO              PIC X(10).
           05  XP-IDEVE             PIC 9(09).
           05  XP-IDE               PIC 9(05).
           05  FILLER               PIC X(57).

       FD  NUEVOPENDIENTES.
      *****************************************************************
      *  VENTAS QUE SIGUEN RETENIDAS (MISMO LAYOUT), ORDENADAS POR
      *  IDE. LLEVAN TIPO "CREDITO", SALVO LOS RECHAZOS RECUPERADOS
      *  QUE ESTA CORRIDA RETUVO, QUE CONSERVAN SU TIPO "VENTA": ASI
      *  RENDSUC LOS DESCUENTA DE LAS RECUPERADAS DE SU SUCURSAL. EN
      *  LA CORRIDA SIGUIENTE, SI SIGUEN RETENIDOS, PASAN A "CREDITO".
      *****************************************************************
       01  REG-NUEVOPENDIENTES-FD         PIC X(81).

       FD  SALDOS.
      *****************************************************************
      *  SALDOS DE CUENTA CORRIENTE (MISMO LAYOUT QUE GRABA CTASCOR EN
      *  SALDOSNUEVO), ORDENADOS POR IDE. PUEDE NO EXISTIR.
      *****************************************************************
       01  REG-SALDOS-FD.
           05  SAL-IDE                PIC 9(05).
           05  SAL-SALDO              PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  SAL-FECHA-SALDO        PIC 9(08).

       FD  RESUMEN.
      *****************************************************************
      *  REGISTRO DE CONTROL DEL REPROCESO
      *    EXTRACTO ES LO APAREADO POR APAREO MAS LO RECUPERADO ACA.
           05  CTL-IMP-RECUPERADAS    PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
      *    VENTAS RETENIDAS POR CREDITO: LAS DE ESTA CORRIDA DE
      *    APAREO, LAS PENDIENTES DE CORRIDAS ANTERIORES, LAS
      *    LIBERADAS (Y SU IMPORTE, QUE LLEGA AL EXTRACTO) Y LAS QUE
      *    SIGUEN PENDIENTES. CONCILIA PRUEBA QUE NINGUNA SE PIERDE.
           05  CTL-RETENIDAS-LEIDAS   PIC 9(09).
           05  CTL-PENDIENTES-LEIDAS  PIC 9(09).
           05  CTL-LIBERADAS          PIC 9(09).
           05  CTL-SIGUEN-RETENIDAS   PIC 9(09).
           05  CTL-IMP-LIBERADAS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
      *    RECHAZOS RECUPERADOS QUE QUEDARON RETENIDOS POR CREDITO:
      *    SALEN DE LOS RECHAZOS LEIDOS Y ENTRAN A LAS QUE SIGUEN
      *    RETENIDAS.
           05  CTL-RECHAZOS-RETENIDOS PIC 9(09).

       FD  HISTORIAL.
      *****************************************************************
      *  HISTORIAL DE IDEVE DEL PERIODO (MISMO LAYOUT QUE MANTIENE
      *  APAREO; EL COMPROBANTE LO GRABA FACTURA).
      *****************************************************************
       01  REG-HISTORIAL-FD.
           05  HIS-IDEVE            PIC 9(09).
           05  HIS-ESTADO           PIC X(01).
           05  HIS-FECHA            PIC 9(08).
           05  HIS-TIPO-COMPROB     PIC X(01).
           05  HIS-NRO-COMPROB      PIC 9(08).

       WORKING-STORAGE SECTION.

        01 FS-CONTROL                     PIC X(02).
        01 FS-ALICUOTAS                   PIC X(02).
        01 FS-LIBROIVA                    PIC X(02).
        01 FS-RETENIDAS                   PIC X(02).
        01 FS-PENDIENTES                  PIC X(02).
        01 FS-NUEVOPEND                   PIC X(02).
        01 FS-SALDOS                      PIC X(02).
        01 FS-HISTORIAL                   PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS SON OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-RECHAZOS               PIC X(100).
        01 WS-PATH-CLIENTES               PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).
        01 WS-PATH-ALICUOTAS              PIC X(100).
        01 WS-PATH-LIBROIVA               PIC X(100).
        01 WS-PATH-RETENIDAS              PIC X(100).
        01 WS-PATH-PENDIENTES             PIC X(100).
        01 WS-PATH-NUEVOPENDIENTES        PIC X(100).
        01 WS-PATH-SALDOS                 PIC X(100).
        01 WS-PATH-HISTORIAL              PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA (QUEDAN EN REG-CONTROL-FD AL FINAL)
        01 WS-HORA-INICIO                 PIC 9(08) VALUE ZERO.
        01 WS-HORA-FIN                    PIC 9(08) VALUE ZERO.

        01 WS-CANT-RECH-RETENIDOS         PIC 9(09) VALUE ZERO.

        01 WS-EOF-RECHAZOS                PIC X(01) VALUE 'N'.
           88 EOF-RECHAZOS                           VALUE 'S'.
        01 WS-RC-IDE-ULT                  PIC 9(05) VALUE ZERO.
      *    EL RECHAZO EN ESPERA SE GUARDA MIENTRAS UNA PENDIENTE USA
      *    EL AREA DE RECHAZOS PARA LIBRARSE.
        01 WS-RECHAZO-EN-ESPERA           PIC X(81) VALUE SPACES.

      *-----------------------------------------------------------------
      *VENTAS RETENIDAS POR CREDITO: CONTADORES, FIN DE CADA FUENTE
      *DEL APAREO RETENIDAS/PENDIENTES Y CONTROL DE LIMITE. UN
      *CLIENTE CON LIMITE CERO NO TIENE LIMITE; CON LIMITE, LA VENTA
      *SE FACTURA MIENTRAS SU SALDO MAS LO YA FACTURADO EN EL PERIODO
      *(POR APAREO Y POR ESTA CORRIDA) MAS LA VENTA NO LO PASE.
      *-----------------------------------------------------------------
        01 WS-CANT-RETENIDAS-LEIDAS       PIC 9(09) VALUE ZERO.
        01 WS-CANT-PENDIENTES-LEIDAS      PIC 9(09) VALUE ZERO.
        01 WS-CANT-LIBERADAS              PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIGUEN-RETENIDAS       PIC 9(09) VALUE ZERO.
        01 WS-IMP-LIBERADAS               PIC S9(11)V99 VALUE ZERO.

        01 WS-EOF-RETENIDAS               PIC X(01) VALUE 'N'.
           88 EOF-RETENIDAS                          VALUE 'S'.
        01 WS-EOF-PENDIENTES              PIC X(01) VALUE 'N'.
           88 EOF-PENDIENTES                         VALUE 'S'.
        01 WS-SIN-PENDIENTES              PIC X(01) VALUE 'N'.
           88 SIN-PENDIENTES                         VALUE 'S'.
        01 WS-EOF-SALDOS                  PIC X(01) VALUE 'N'.
           88 EOF-SALDOS                             VALUE 'S'.
        01 WS-SIN-SALDOS                  PIC X(01) VALUE 'N'.
           88 SIN-SALDOS                             VALUE 'S'.

        01 WS-XR-IDE-ULT                  PIC 9(05) VALUE ZERO.
        01 WS-XP-IDE-ULT                  PIC 9(05) VALUE ZERO.
        01 WS-SAL-IDE-ULT                 PIC 9(05) VALUE ZERO.
        01 WS-CANT-SALDOS-LEIDOS          PIC 9(09) VALUE ZERO.

        01 WS-SALDO-CLIENTE               PIC S9(09)V99 VALUE ZERO.
        01 WS-EXPOSICION                  PIC S9(11)V99 VALUE ZERO.
        01 WS-LIBERO                      PIC X(01) VALUE 'N'.
           88 LIBERO-VENTA                           VALUE 'S'.
           88 NO-LIBERO-VENTA                        VALUE 'N'.
        01 WS-RETENIDA                    PIC X(01) VALUE 'N'.
           88 VENTA-RETENIDA                         VALUE 'S'.
           88 VENTA-NO-RETENIDA                      VALUE 'N'.

      *-----------------------------------------------------------------
      *LO FACTURADO A CADA CLIENTE EN EL PERIODO: SE CARGA DE LOS 'D'
      *DEL EXTRACTO QUE DEJO APAREO (LAS DEVOLUCIONES RESTAN, COMO EN
      *SU SUBTOTAL) Y SE LE SUMA CADA VENTA QUE FACTURA ESTA CORRIDA.
      *SE INDEXA DIRECTO POR IDE + 1 (EL IDE 00000 OCUPA LA PRIMERA).
      *-----------------------------------------------------------------
        01 WS-TABLA-FACTURADO.
           05 WS-FAC-IMPORTE OCCURS 100000 TIMES
                                          PIC S9(11)V99.
        01 WS-FAC-IDX                     PIC 9(06) VALUE ZERO.
        01 WS-EOF-FACTURADO               PIC X(01) VALUE 'N'.
           88 EOF-FACTURADO                          VALUE 'S'.
        01 WS-CANT-FACTURADO-LEIDOS       PIC 9(09) VALUE ZERO.

      *-----------------------------------------------------------------
      *CACHE DE LA ULTIMA BUSQUEDA EN EL MAESTRO, IGUAL QUE EN APAREO:
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

      *    RECHAZOS, VENTAS RETENIDAS POR CREDITO Y PENDIENTES SE
      *    APAREAN POR IDE: LOS SALDOS SE LEEN UNA SOLA VEZ Y
      *    NUEVOPENDIENTES SALE ORDENADO.
           PERFORM 2000-PROXIMA-VENTA
            UNTIL EOF-RECHAZOS AND EOF-RETENIDAS AND EOF-PENDIENTES

           PERFORM 300-FINALIZO.

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1103-LEO-RECHAZOS.
           PERFORM 2103-LEO-RETENIDA.
           PERFORM 2105-LEO-PENDIENTE.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-RECHAZOS FROM ENVIRONMENT "RECICLA_RECHAZOS".
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-RETENIDAS
                FROM ENVIRONMENT "RECICLA_RETENIDAS".
           IF WS-PATH-RETENIDAS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RECICLA_RETENIDAS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-PENDIENTES
                FROM ENVIRONMENT "RECICLA_PENDIENTES".
           IF WS-PATH-PENDIENTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RECICLA_PENDIENTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-NUEVOPENDIENTES
                FROM ENVIRONMENT "RECICLA_NUEVOPENDIENTES".
           IF WS-PATH-NUEVOPENDIENTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'RECICLA_NUEVOPENDIENTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-SALDOS
                FROM ENVIRONMENT "RECICLA_SALDOS".
           IF WS-PATH-SALDOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RECICLA_SALDOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    EL HISTORIAL ES POR PERIODO: LA VARIABLE APUNTA AL MISMO
      *    ARCHIVO QUE APAREO_HISTORIAL EN ESTA CORRIDA.
           ACCEPT WS-PATH-HISTORIAL
                FROM ENVIRONMENT "RECICLA_HISTORIAL".
           IF WS-PATH-HISTORIAL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO RECICLA_HISTORIAL'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 0590-CARGO-ALICUOTAS.
           PERFORM 0600-CARGO-FACTURADO.

           DISPLAY "RECHAZOS: " WS-PATH-RECHAZOS.
           DISPLAY "CLIENTES: " WS-PATH-CLIENTES.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.
           DISPLAY "ALICUOTAS: " WS-PATH-ALICUOTAS.
           DISPLAY "LIBROIVA: " WS-PATH-LIBROIVA.
           DISPLAY "RETENIDAS: " WS-PATH-RETENIDAS.
           DISPLAY "PENDIENTES: " WS-PATH-PENDIENTES.
           DISPLAY "NUEVOPENDIENTES: " WS-PATH-NUEVOPENDIENTES.
           DISPLAY "SALDOS: " WS-PATH-SALDOS.
           DISPLAY "HISTORIAL: " WS-PATH-HISTORIAL.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.
              END-IF
           END-IF.

       0600-CARGO-FACTURADO.
      *    EL EXTRACTO SE RECORRE ANTES DE ABRIRLO EXTEND EN
      *    1000-ABRO-ARCHIVOS: TRAE LO QUE APAREO YA FACTURO.
           INITIALIZE WS-TABLA-FACTURADO.
           MOVE 'N' TO WS-EOF-FACTURADO.
           OPEN INPUT EXTRACTO.
           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0600-CARGO-FACTURADO'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0605-LEO-FACTURADO
                UNTIL EOF-FACTURADO.
           CLOSE EXTRACTO.
           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0600-CARGO-FACTURADO'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'VENTAS YA FACTURADAS: ' WS-CANT-FACTURADO-LEIDOS.

       0605-LEO-FACTURADO.
           READ EXTRACTO
              AT END
                 SET EOF-FACTURADO TO TRUE
           END-READ.
           IF EOF-FACTURADO
              CONTINUE
           ELSE
              IF FS-EXTRACTO = '00'
                 IF EXT-TIPO = 'D'
                    ADD 1 TO WS-CANT-FACTURADO-LEIDOS
                    COMPUTE WS-FAC-IDX = EXT-IDE + 1
                    IF EXT-TIPOVENTA = 'D'
                       SUBTRACT EXT-PRECIO
                            FROM WS-FAC-IMPORTE(WS-FAC-IDX)
                    ELSE
                       ADD EXT-PRECIO TO WS-FAC-IMPORTE(WS-FAC-IDX)
                    END-IF
                 END-IF
              ELSE
                 DISPLAY 'ERROR EN 0605-LEO-FACTURADO'
                 DISPLAY 'ARCHIVO EXTRACTO'
                 DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       200-PROCESO.
      *    SOLO LAS VENTAS SE REINTENTAN CONTRA EL MAESTRO; CUALQUIER
      *    OTRO TIPO DE RECHAZO PASA TAL CUAL A LA SEGUNDA VUELTA
      *    PARA QUE NO SE PIERDA DE VISTA.
      *    LA VENTA CUYO CLIENTE AHORA EXISTE PASA EL CONTROL DE
      *    CREDITO DE APAREO: RETENIDA, QUEDA PENDIENTE COMO LAS QUE
      *    RETUVO APAREO.
           IF RC-TIPO = 'VENTA'
              PERFORM 1200-BUSCO-CLIENTE
              IF CLIENTE-HALLADO
                 PERFORM 2280-CONTROLO-CREDITO
                 IF VENTA-RETENIDA
                    MOVE REG-RECHAZOS-FD TO REG-NUEVOPENDIENTES-FD
                    PERFORM 2900-GRABO-PENDIENTE
                    ADD 1 TO WS-CANT-RECH-RETENIDOS
                    DISPLAY "VENTA RETENIDA POR CREDITO - IDEVE "
                            RC-IDEVE " IDECLI " RC-IDE
                 ELSE
                    PERFORM 3000-GRABO-RECUPERADA
                    ADD 1 TO WS-CANT-RECUPERADAS
                    IF RC-TIPOVENTA = 'D'
                       SUBTRACT RC-PRECIO-NUM FROM WS-IMP-RECUPERADAS
                    ELSE
                       ADD RC-PRECIO-NUM TO WS-IMP-RECUPERADAS
                    END-IF
                    DISPLAY "VENTA RECUPERADA - IDEVE " RC-IDEVE
                            " IDECLI " RC-IDE
                 END-IF
              ELSE
                 PERFORM 4000-GRABO-RECHAZO-2
                 ADD 1 TO WS-CANT-RECHAZADAS-2
              SET CACHE-VALIDO TO TRUE
           END-IF.

       2000-PROXIMA-VENTA.
      *    APAREO DE RECHAZOS, RETENIDAS Y PENDIENTES POR IDE (A IGUAL
      *    IDE VA PRIMERO LA PENDIENTE, QUE ES LA MAS VIEJA, Y DESPUES
      *    EL RECHAZO). SOLO LAS PENDIENTES SE REINTENTAN: LAS
      *    RETENIDAS DE ESTA CORRIDA SE ACABAN DE RETENER CONTRA EL
      *    MISMO MAESTRO Y SE REINTENTAN RECIEN EN LA PROXIMA, DESPUES
      *    DE QUE COBRANZAS LAS REVISE.
           IF NOT EOF-PENDIENTES
              AND (EOF-RECHAZOS OR XP-IDE NOT > RC-IDE)
              AND (EOF-RETENIDAS OR XP-IDE NOT > XR-IDE)
              PERFORM 2300-REINTENTO-PENDIENTE
              PERFORM 2105-LEO-PENDIENTE
           ELSE
              IF NOT EOF-RECHAZOS
                 AND (EOF-RETENIDAS OR RC-IDE NOT > XR-IDE)
                 PERFORM 200-PROCESO
              ELSE
                 MOVE REG-RETENIDAS-FD TO REG-NUEVOPENDIENTES-FD
                 PERFORM 2900-GRABO-PENDIENTE
                 PERFORM 2103-LEO-RETENIDA
              END-IF
           END-IF.

       2103-LEO-RETENIDA.
           READ RETENIDAS
              AT END
                 SET EOF-RETENIDAS TO TRUE
           END-READ.
           IF EOF-RETENIDAS
              CONTINUE
           ELSE
              IF FS-RETENIDAS = '00'
                 IF WS-CANT-RETENIDAS-LEIDAS > ZERO
                    AND XR-IDE < WS-XR-IDE-ULT
                    DISPLAY 'ARCHIVO RETENIDAS FUERA DE ORDEN'
                    DISPLAY 'CLAVE LEIDA: ' XR-IDE
                    DISPLAY 'CLAVE ANTERIOR: ' WS-XR-IDE-ULT
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE XR-IDE TO WS-XR-IDE-ULT
                 ADD 1 TO WS-CANT-RETENIDAS-LEIDAS
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO RETENIDAS'
                 DISPLAY 'FS-RETENIDAS: ' FS-RETENIDAS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2105-LEO-PENDIENTE.
           IF SIN-PENDIENTES
              SET EOF-PENDIENTES TO TRUE
           ELSE
              READ PENDIENTES
                 AT END
                    SET EOF-PENDIENTES TO TRUE
              END-READ
              IF EOF-PENDIENTES
                 CONTINUE
              ELSE
                 IF FS-PENDIENTES = '00'
                    IF WS-CANT-PENDIENTES-LEIDAS > ZERO
                       AND XP-IDE < WS-XP-IDE-ULT
                       DISPLAY 'ARCHIVO PENDIENTES FUERA DE ORDEN'
                       DISPLAY 'CLAVE LEIDA: ' XP-IDE
                       DISPLAY 'CLAVE ANTERIOR: ' WS-XP-IDE-ULT
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 30 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE XP-IDE TO WS-XP-IDE-ULT
                    ADD 1 TO WS-CANT-PENDIENTES-LEIDAS
                 ELSE
                    DISPLAY 'ERROR EN LEER ARCHIVO PENDIENTES'
                    DISPLAY 'FS-PENDIENTES: ' FS-PENDIENTES
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       2300-REINTENTO-PENDIENTE.
      *    LA PENDIENTE SE LIBRA POR EL MISMO CAMINO QUE UN RECHAZO
      *    RECUPERADO (3000-GRABO-RECUPERADA): SE COPIA AL AREA DE
      *    RECHAZOS; EL RECHAZO EN ESPERA SE GUARDA Y SE REPONE AL
      *    TERMINAR. SE LIBERA SI EL CLIENTE EXISTE Y PASA EL CONTROL
      *    DE CREDITO.
           MOVE REG-RECHAZOS-FD TO WS-RECHAZO-EN-ESPERA.
           MOVE REG-PENDIENTES-FD TO REG-RECHAZOS-FD.
           SET NO-LIBERO-VENTA TO TRUE.
           PERFORM 1200-BUSCO-CLIENTE.
           IF CLIENTE-HALLADO
              PERFORM 2280-CONTROLO-CREDITO
              IF VENTA-NO-RETENIDA
                 SET LIBERO-VENTA TO TRUE
              END-IF
           END-IF.

           IF LIBERO-VENTA
              PERFORM 3000-GRABO-RECUPERADA
              ADD 1 TO WS-CANT-LIBERADAS
              ADD RC-PRECIO-NUM TO WS-IMP-LIBERADAS
              DISPLAY "VENTA LIBERADA - IDEVE " RC-IDEVE
                      " IDECLI " RC-IDE
           ELSE
              MOVE "CREDITO" TO XP-TIPO
              MOVE REG-PENDIENTES-FD TO REG-NUEVOPENDIENTES-FD
              PERFORM 2900-GRABO-PENDIENTE
           END-IF.

           MOVE WS-RECHAZO-EN-ESPERA TO REG-RECHAZOS-FD.

       2280-CONTROLO-CREDITO.
      *    MISMO CONTROL QUE 1280-CONTROLO-CREDITO DE APAREO: LA
      *    DEVOLUCION NO SE RETIENE; SI EL CLIENTE ESTA RETENIDO POR
      *    COBRANZAS, O LA VENTA LO PASA DE SU LIMITE, SE RETIENE. UN
      *    LIMITE EN CERO SIGNIFICA SIN LIMITE.
           SET VENTA-NO-RETENIDA TO TRUE.
           IF RC-TIPOVENTA = 'D'
              CONTINUE
           ELSE
              IF ESTADO-CREDITO = 'R'
                 SET VENTA-RETENIDA TO TRUE
              ELSE
                 IF LIMITE-CREDITO > ZERO
                    PERFORM 2350-BUSCO-SALDO
                    COMPUTE WS-FAC-IDX = RC-IDE + 1
                    COMPUTE WS-EXPOSICION = WS-SALDO-CLIENTE
                                          + WS-FAC-IMPORTE(WS-FAC-IDX)
                                          + RC-PRECIO-NUM
                    IF WS-EXPOSICION > LIMITE-CREDITO
                       SET VENTA-RETENIDA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2350-BUSCO-SALDO.
      *    SALDOS VIENE POR IDE, IGUAL QUE LAS PENDIENTES: SE AVANZA
      *    HASTA ALCANZAR EL CLIENTE. SIN REGISTRO, EL SALDO ES CERO.
           MOVE ZERO TO WS-SALDO-CLIENTE.
           PERFORM 2355-LEO-SALDO
              UNTIL EOF-SALDOS OR SAL-IDE NOT < RC-IDE.
           IF NOT EOF-SALDOS AND SAL-IDE = RC-IDE
              MOVE SAL-SALDO TO WS-SALDO-CLIENTE
           END-IF.

       2355-LEO-SALDO.
           READ SALDOS
              AT END
                 SET EOF-SALDOS TO TRUE
           END-READ.
           IF EOF-SALDOS
              CONTINUE
           ELSE
              IF FS-SALDOS = '00'
                 IF WS-CANT-SALDOS-LEIDOS > ZERO
                    AND SAL-IDE NOT > WS-SAL-IDE-ULT
                    DISPLAY 'ARCHIVO SALDOS FUERA DE ORDEN'
                    DISPLAY 'CLAVE LEIDA: ' SAL-IDE
                    DISPLAY 'CLAVE ANTERIOR: ' WS-SAL-IDE-ULT
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE SAL-IDE TO WS-SAL-IDE-ULT
                 ADD 1 TO WS-CANT-SALDOS-LEIDOS
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO SALDOS'
                 DISPLAY 'FS-SALDOS: ' FS-SALDOS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2900-GRABO-PENDIENTE.
           WRITE REG-NUEVOPENDIENTES-FD.
           IF FS-NUEVOPEND = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVOPENDIENTES'
              DISPLAY 'FS-NUEVOPEND: ' FS-NUEVOPEND
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-SIGUEN-RETENIDAS.

       1250-BUSCO-PRODUCTO.
      *    MISMO ESQUEMA QUE 1250-BUSCO-PRODUCTO DE APAREO: READ
      *    DIRECTO POR CODIGO CON CACHE DE LA ULTIMA BUSQUEDA; EL
              MOVE RC-FECHAVENTA   TO EXT-FECHAVENTA.
              MOVE RC-TIPOVENTA    TO EXT-TIPOVENTA.
              MOVE RC-SUCURSAL     TO EXT-SUCURSAL.
              IF PRODUCTO-HALLADO
                 MOVE RC-PROD-CODIGO    TO EXT-PROD-CODIGO
                 MOVE WS-PROD-CATEGORIA TO EXT-CATEGORIA
              END-IF.
           WRITE REG-EXTRACTO-DET-FD.

           IF FS-EXTRACTO = '00'
      *    PRIMERA VUELTA Y DEJA SU LINEA EN EL LIBRO IVA VENTAS.
           PERFORM 3050-LIQUIDO-IVA.

      *    LO QUE SE FACTURA ACA CUENTA PARA EL LIMITE DE LAS VENTAS
      *    SIGUIENTES DEL MISMO CLIENTE.
           COMPUTE WS-FAC-IDX = RC-IDE + 1.
           IF RC-TIPOVENTA = 'D'
              SUBTRACT RC-PRECIO-NUM FROM WS-FAC-IMPORTE(WS-FAC-IDX)
           ELSE
              ADD RC-PRECIO-NUM TO WS-FAC-IMPORTE(WS-FAC-IDX)
           END-IF.

           PERFORM 3080-CONFIRMO-HISTORIAL.

       3080-CONFIRMO-HISTORIAL.
      *    UN RECHAZO DE ESTA CORRIDA YA FIGURA EN EL HISTORIAL (APAREO
      *    REGISTRA TODA VENTA): SE ASEGURA SU 'C' SIN TOCAR EL
      *    COMPROBANTE. UNA PENDIENTE LIBERADA DE OTRO PERIODO NO
      *    FIGURA: SE DA DE ALTA CONFIRMADA Y SIN FACTURAR.
           MOVE RC-IDEVE TO HIS-IDEVE.
           READ HISTORIAL
              INVALID KEY
                 CONTINUE
           END-READ.
           EVALUATE FS-HISTORIAL
              WHEN '00'
                 IF HIS-ESTADO NOT = 'C'
                    MOVE 'C' TO HIS-ESTADO
                    REWRITE REG-HISTORIAL-FD
                    PERFORM 3090-VERIFICO-HISTORIAL
                 END-IF
              WHEN '23'
                 INITIALIZE REG-HISTORIAL-FD
                 MOVE RC-IDEVE         TO HIS-IDEVE
                 MOVE 'C'              TO HIS-ESTADO
                 MOVE WS-FECHA-PROCESO TO HIS-FECHA
                 MOVE SPACE            TO HIS-TIPO-COMPROB
                 MOVE ZERO             TO HIS-NRO-COMPROB
                 WRITE REG-HISTORIAL-FD
                 PERFORM 3090-VERIFICO-HISTORIAL
              WHEN OTHER
                 DISPLAY 'ERROR EN 3080-CONFIRMO-HISTORIAL'
                 DISPLAY 'ARCHIVO HISTORIAL'
                 DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       3090-VERIFICO-HISTORIAL.
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

       3050-LIQUIDO-IVA.
           PERFORM 3060-BUSCO-ALICUOTA.
                     SET EOF-RECHAZOS TO TRUE
            END-READ.
            IF FS-RECHAZOS = '00'
              IF WS-CANT-LEIDOS > ZERO
                 AND RC-IDE < WS-RC-IDE-ULT
                 DISPLAY 'ARCHIVO RECHAZOS FUERA DE ORDEN'
                 DISPLAY 'CLAVE LEIDA: ' RC-IDE
                 DISPLAY 'CLAVE ANTERIOR: ' WS-RC-IDE-ULT
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE RC-IDE TO WS-RC-IDE-ULT
              ADD 1 TO WS-CANT-LEIDOS
            ELSE
              IF FS-RECHAZOS = '10'
              MOVE WS-CANT-RECHAZADAS-2     TO CTL-RECHAZADAS-2.
              MOVE WS-CANT-NO-REPROCESABLES TO CTL-NO-REPROCESABLES.
              MOVE WS-IMP-RECUPERADAS       TO CTL-IMP-RECUPERADAS.
              MOVE WS-CANT-RETENIDAS-LEIDAS TO CTL-RETENIDAS-LEIDAS.
              MOVE WS-CANT-PENDIENTES-LEIDAS
                                            TO CTL-PENDIENTES-LEIDAS.
              MOVE WS-CANT-LIBERADAS        TO CTL-LIBERADAS.
              MOVE WS-CANT-SIGUEN-RETENIDAS TO CTL-SIGUEN-RETENIDAS.
              MOVE WS-IMP-LIBERADAS         TO CTL-IMP-LIBERADAS.
              MOVE WS-CANT-RECH-RETENIDOS   TO CTL-RECHAZOS-RETENIDOS.
           WRITE REG-CONTROL-FD.

           IF FS-CONTROL = '00'
           DISPLAY "VENTAS RECUPERADAS: " WS-CANT-RECUPERADAS.
           DISPLAY "TODAVIA RECHAZADAS: " WS-CANT-RECHAZADAS-2.
           DISPLAY "NO REPROCESABLES: " WS-CANT-NO-REPROCESABLES.
           DISPLAY "RECUPERADAS RETENIDAS: " WS-CANT-RECH-RETENIDOS.
           DISPLAY "RETENIDAS POR CREDITO: " WS-CANT-RETENIDAS-LEIDAS.
           DISPLAY "PENDIENTES ANTERIORES: " WS-CANT-PENDIENTES-LEIDAS.
           DISPLAY "VENTAS LIBERADAS: " WS-CANT-LIBERADAS.
           DISPLAY "SIGUEN RETENIDAS: " WS-CANT-SIGUEN-RETENIDAS.

       1000-ABRO-ARCHIVOS.

              STOP RUN
           END-IF.


           OPEN INPUT RETENIDAS

           IF FS-RETENIDAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RETENIDAS'
              DISPLAY 'FS-RETENIDAS: ' FS-RETENIDAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    EN LA PRIMERA CORRIDA CON CONTROL DE CREDITO EL ARCHIVO DE
      *    PENDIENTES TODAVIA NO EXISTE ('35'): LA FUENTE ARRANCA
      *    AGOTADA, NO ES UN ERROR.
           OPEN INPUT PENDIENTES

           EVALUATE FS-PENDIENTES
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET SIN-PENDIENTES TO TRUE
                 DISPLAY 'SIN RETENIDAS PENDIENTES ANTERIORES'
              WHEN OTHER
                 DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO PENDIENTES'
                 DISPLAY 'FS-PENDIENTES: ' FS-PENDIENTES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.


           OPEN OUTPUT NUEVOPENDIENTES

           IF FS-NUEVOPEND = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUEVOPENDIENTES'
              DISPLAY 'FS-NUEVOPEND: ' FS-NUEVOPEND
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    SIN SALDOS ('35': CTASCOR TODAVIA NO CORRIO) NINGUN CLIENTE
      *    DEBE NADA, IGUAL QUE EN APAREO.
           OPEN INPUT SALDOS

           EVALUATE FS-SALDOS
              WHEN '00'
                 PERFORM 2355-LEO-SALDO
              WHEN '35'
                 SET SIN-SALDOS TO TRUE
                 SET EOF-SALDOS TO TRUE
                 DISPLAY 'SIN ARCHIVO DE SALDOS: SALDOS EN CERO'
              WHEN OTHER
                 DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO SALDOS'
                 DISPLAY 'FS-SALDOS: ' FS-SALDOS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.


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

       5000-CIERRO-ARCHIVOS.

           CLOSE RECHAZOS.
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE RETENIDAS.

           IF FS-RETENIDAS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO RETENIDAS'
              DISPLAY 'FS-RETENIDAS: ' FS-RETENIDAS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           IF SIN-PENDIENTES
              CONTINUE
           ELSE
              CLOSE PENDIENTES
              IF FS-PENDIENTES = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO PENDIENTES'
                 DISPLAY 'FS-PENDIENTES: ' FS-PENDIENTES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.


           CLOSE NUEVOPENDIENTES.

           IF FS-NUEVOPEND = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUEVOPENDIENTES'
              DISPLAY 'FS-NUEVOPEND: ' FS-NUEVOPEND
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           IF SIN-SALDOS
              CONTINUE
           ELSE
              CLOSE SALDOS
              IF FS-SALDOS = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO SALDOS'
                 DISPLAY 'FS-SALDOS: ' FS-SALDOS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
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
