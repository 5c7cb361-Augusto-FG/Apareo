           SELECT BITACORA ASSIGN TO
           "APAREO_LOG"
                                     FILE STATUS IS FS-BITACORA.
      *    SALDOS DE CUENTA CORRIENTE QUE DEJO LA ULTIMA CORRIDA DE
      *    CTASCOR (SU SALDOSNUEVO), ORDENADOS POR IDE: COMO VENTAS
      *    TAMBIEN VIENE POR IDECLI, SE LEEN EN PARALELO HACIA
      *    ADELANTE, SIN VOLVER ATRAS.
           SELECT SALDOS ASSIGN TO
           "APAREO_SALDOS"
                                     FILE STATUS IS FS-SALDOS.
      *    EXCEPCIONES DE CREDITO: LAS VENTAS DE CLIENTES RETENIDOS O
      *    QUE LOS PASARIAN DE SU LIMITE NO SE FACTURAN NI SE PIERDEN:
      *    QUEDAN ACA (MISMO LAYOUT QUE SINCOINCIDENCIA) PARA QUE
      *    RECICLA LAS LIBERE CUANDO COBRANZAS LO DECIDA, Y EN UN
      *    LISTADO IMPRESO PARA COBRANZAS.
           SELECT EXCCREDITO ASSIGN TO
           "APAREO_EXCCREDITO"
                                     FILE STATUS IS FS-EXCCREDITO.
           SELECT LISTACREDITO ASSIGN TO
           "APAREO_LISTACREDITO"
                                     FILE STATUS IS FS-LISTACREDITO.

       DATA DIVISION.
      *-------------
           05  IDE                        PIC 9(05).
           05  DESCRIPCION                PIC X(15).
           05  DIRECCI�N                  PIC X(30).
           05  VENDEDOR                   PIC 9(03).
      *    LIMITE DE CREDITO (CERO: SIN LIMITE) Y ESTADO DE CREDITO
      *    ('N' NORMAL, 'R' RETENIDO POR COBRANZAS), MANTENIDOS POR
      *    MANTCLI: 1280-CONTROLO-CREDITO LOS CONTROLA AL FACTURAR.
           05  LIMITE-CREDITO             PIC 9(09)V99.
           05  ESTADO-CREDITO             PIC X(01).
               88  CLIENTE-RETENIDO                 VALUE 'R'.

      *    EL MAESTRO INDEXADO NO LLEVA REGISTROS DE CONTROL CAB/PIE:
      *    EL BALANCEO DEL ARCHIVO SECUENCIAL DE ORIGEN (CONTEO Y HASH
           05  EXT-TIPOVENTA        PIC X(01).
      *    SUCURSAL DE ORIGEN DE LA VENTA.
           05  EXT-SUCURSAL         PIC 9(03).
      *    CODIGO Y CATEGORIA DEL PRODUCTO SEGUN EL MAESTRO AL
      *    MOMENTO DE LIQUIDAR LA VENTA: EXT-PRODUCTO LLEVA LA
      *    DESCRIPCION OFICIAL, Y LOS PASOS QUE TRABAJAN POR CODIGO O
      *    POR CATEGORIA (COMISIONES, STOCK) LOS TOMAN DE ACA SIN
      *    VOLVER AL MAESTRO. EN CERO SI EL PRODUCTO NO TENIA MAESTRO.
           05  EXT-PROD-CODIGO      PIC 9(05).
           05  EXT-CATEGORIA        PIC 9(02).
      *    LOS TOTALES DEL RESUMEN SON FIRMADOS (SIGNO ADELANTE,
      *    SEPARADO): UN CLIENTE QUE DEVOLVIO MAS DE LO QUE COMPRO
      *    CIERRA EL PERIODO EN NEGATIVO.
                                    SIGN LEADING SEPARATE.
           05  EXR-IMP-TOTAL        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(37).
      *****************************************************************
      *  HISTORIAL DE VENTAS PROCESADAS DEL PERIODO: UN REGISTRO POR
      *  IDEVE. EL ESTADO DISTINGUE LA CORRIDA EN CURSO ('P') DE LAS
      *  CONFIRMAN A 'C'; SI LA CORRIDA ABENDEO Y EL OPERADOR ARRANCA
      *  DE NUEVO (SIN REANUDAR), LOS 'P' HUERFANOS SE DEPURAN PARA
      *  NO DENUNCIAR COMO DUPLICADA UNA VENTA CUYA SALIDA SE TRUNCO.
      *  EL COMPROBANTE (TIPO 'F' FACTURA / 'C' NOTA DE CREDITO Y
      *  NUMERO) LO COMPLETA FACTURA; ACA SE GRABA EN BLANCO/CERO.
      *****************************************************************

       FD  HISTORIAL.
           05  HIS-IDEVE            PIC 9(09).
           05  HIS-ESTADO           PIC X(01).
           05  HIS-FECHA            PIC 9(08).
           05  HIS-TIPO-COMPROB     PIC X(01).
           05  HIS-NRO-COMPROB      PIC 9(08).

      *****************************************************************
      *  REGISTRO DE CONTROL DE CORRIDA (RESUMEN DEL PROCESO)
      *    IDENTIDAD APAREADAS + RECHAZOS + DUPLICADAS + FUERA DE
      *    PERIODO = LEIDAS CIERRA EXACTA Y CONCILIA PUEDE PROBARLA.
           05  CTL-FUERA-PERIODO      PIC 9(09).
      *    VENTAS RETENIDAS POR CREDITO (CLIENTE RETENIDO O QUE
      *    EXCEDERIA SU LIMITE): NO SE APAREAN, QUEDAN EN EXCCREDITO.
      *    ENTRAN EN LA IDENTIDAD DE ARRIBA JUNTO CON LAS DEMAS.
           05  CTL-RETENIDAS          PIC 9(09).
           05  CTL-IMP-RETENIDAS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

      *****************************************************************
      *  REGISTRO DE CONTROL DE PERIODO: EL PERIODO (DESDE/HASTA), SU
           05  FILLER                 PIC X(01).
           05  BIT-TEXTO              PIC X(100).

      *****************************************************************
      *  SALDOS DE CUENTA CORRIENTE (MISMO LAYOUT QUE GRABA CTASCOR EN
      *  SALDOSNUEVO): SIN CAB/PIE; SI TODAVIA NO EXISTE, TODOS LOS
      *  CLIENTES ARRANCAN CON SALDO CERO.
      *****************************************************************

       FD  SALDOS.
       01  REG-SALDOS-FD.
           05  SAL-IDE                PIC 9(05).
           05  SAL-SALDO              PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  SAL-FECHA-SALDO        PIC 9(08).

      *****************************************************************
      *  VENTAS RETENIDAS POR CREDITO (MISMO LAYOUT QUE
      *  SINCOINCIDENCIA, CON XC-TIPO "CREDITO"): ES LA ENTRADA DE
      *  RECICLA_RETENIDAS.
      *****************************************************************

       FD  EXCCREDITO.
       01  REG-EXCCREDITO-FD.
           05  XC-TIPO              PIC X(10).
           05  XC-IDEVE             PIC 9(09).
           05  XC-IDE               PIC 9(05).
           05  XC-PRODUCTO          PIC X(15).
           05  XC-DESCRIP           PIC X(15).
           05  XC-CANTIDAD          PIC X(06).
           05  XC-PRECIO            PIC X(09).
           05  XC-FECHAVENTA        PIC 9(08).
           05  XC-TIPOVENTA         PIC X(01).
           05  XC-SUCURSAL          PIC 9(03).

      *****************************************************************
      *  LISTADO DE VENTAS RETENIDAS POR CREDITO PARA COBRANZAS: UNA
      *  LINEA POR VENTA CON EL MOTIVO, EL SALDO Y EL LIMITE.
      *****************************************************************

       FD  LISTACREDITO.
       01  REG-LISTACREDITO-FD        PIC X(120).

      *****************************************************************
      *  REGISTRO DE CHECKPOINT (PARA REANUDAR UNA CORRIDA INTERRUMPIDA)
      *****************************************************************
           05  CKP-NETO-TOTAL         PIC S9(10)V99.
           05  CKP-IVA-TOTAL          PIC S9(10)V99.
           05  CKP-FUERA-PERIODO      PIC 9(09).
           05  CKP-RETENIDAS          PIC 9(09).
           05  CKP-IMP-RETENIDAS      PIC S9(11)V99.


       WORKING-STORAGE SECTION.
        01 FS-PRODUCTOS                   PIC X(02).
        01 FS-ALICUOTAS                   PIC X(02).
        01 FS-LIBROIVA                    PIC X(02).
        01 FS-SALDOS                      PIC X(02).
        01 FS-EXCCREDITO                  PIC X(02).
        01 FS-LISTACREDITO                PIC X(02).
      *    CLAVE RELATIVA DE REINICIO: SIEMPRE 1, PORQUE EL ARCHIVO
      *    GUARDA UN UNICO REGISTRO (EL CHECKPOINT VIGENTE).
        01 WS-REINICIO-KEY                PIC 9(09) VALUE 1.
        01 WS-PATH-PRODUCTOS              PIC X(100).
        01 WS-PATH-ALICUOTAS              PIC X(100).
        01 WS-PATH-LIBROIVA               PIC X(100).
        01 WS-PATH-SALDOS                 PIC X(100).
        01 WS-PATH-EXCCREDITO             PIC X(100).
        01 WS-PATH-LISTACREDITO           PIC X(100).

      *-----------------------------------------------------------------
      *CONTROL DE CIERRE DE PERIODO. EL ARCHIVO DE PERIODOS SE CARGA
        01 WS-CKP-HAY-CLIENTE-ANTERIOR    PIC X(01) VALUE 'N'.
        01 WS-CKP-DUPLICADAS              PIC 9(09) VALUE ZERO.
        01 WS-CKP-FUERA-PERIODO           PIC 9(09) VALUE ZERO.
        01 WS-CKP-RETENIDAS               PIC 9(09) VALUE ZERO.
        01 WS-CKP-IMP-RETENIDAS           PIC S9(11)V99 VALUE ZERO.
      *    CANTIDAD DE LECTURAS A DESCARTAR EN 0800-REPOSICIONO: ES UNA
      *    MENOS QUE LO QUE DICE EL CHECKPOINT PORQUE 100-INICIO YA
      *    HIZO UNA LECTURA DE "CEBADO" DE VENTAS ANTES DE LLAMAR A
        01 WS-CANT-RECHAZOS               PIC 9(09) VALUE ZERO.
        01 WS-CANT-DUPLICADAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-FUERA-PERIODO          PIC 9(09) VALUE ZERO.
        01 WS-CANT-RETENIDAS              PIC 9(09) VALUE ZERO.
        01 WS-IMP-RETENIDAS               PIC S9(11)V99 VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.
        01 WS-HORA-INICIO                 PIC 9(08) VALUE ZERO.
        01 WS-HORA-FIN                    PIC 9(08) VALUE ZERO.
           05 FILLER                      PIC X(08) VALUE "  BRUTO ".
           05 WS-LI-BRUTO                 PIC -(8)9,99.

      *-----------------------------------------------------------------
      *CONTROL DE CREDITO: CADA VENTA DEL PERIODO SE RETIENE SI EL
      *CLIENTE ESTA RETENIDO, O SI SU SALDO DE CUENTA CORRIENTE MAS LO
      *YA FACTURADO EN ESTA CORRIDA MAS LA VENTA PASA SU LIMITE. LAS
      *DEVOLUCIONES NUNCA SE RETIENEN (BAJAN LA DEUDA).
      *-----------------------------------------------------------------
        01 WS-EOF-SALDOS                  PIC X(01) VALUE 'N'.
           88 EOF-SALDOS                             VALUE 'S'.
        01 WS-CANT-SALDOS-LEIDOS          PIC 9(09) VALUE ZERO.
        01 WS-SAL-IDE-ULT                 PIC 9(05) VALUE ZERO.
      *    SALDO DEL CLIENTE EN CACHE (CERO SI NO FIGURA EN SALDOS).
        01 WS-SALDO-CLIENTE               PIC S9(09)V99 VALUE ZERO.
        01 WS-EXPOSICION                  PIC S9(11)V99 VALUE ZERO.
        01 WS-VENTA-RETENIDA              PIC X(01) VALUE 'N'.
           88 VENTA-RETENIDA                         VALUE 'S'.
           88 VENTA-NO-RETENIDA                      VALUE 'N'.
        01 WS-MOTIVO-CREDITO              PIC X(20) VALUE SPACES.

      *    LINEAS DEL LISTADO DE VENTAS RETENIDAS
        01 WS-LINEA-CREDITO-TITULO.
           05 FILLER PIC X(38) VALUE
              "VENTAS RETENIDAS POR CREDITO - FECHA ".
           05 WS-LCT-FECHA                PIC 9(08).

        01 WS-LINEA-CREDITO-COLUMNAS.
           05 FILLER PIC X(11) VALUE "IDEVE".
           05 FILLER PIC X(07) VALUE "IDE".
           05 FILLER PIC X(17) VALUE "CLIENTE".
           05 FILLER PIC X(10) VALUE "FECHA".
           05 FILLER PIC X(13) VALUE "    IMPORTE".
           05 FILLER PIC X(15) VALUE "        SALDO".
           05 FILLER PIC X(15) VALUE "       LIMITE".
           05 FILLER PIC X(20) VALUE "MOTIVO".

        01 WS-LINEA-CREDITO.
           05 WS-LC-IDEVE                 PIC 9(09).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-IDE                   PIC 9(05).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-DESCRIP               PIC X(15).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-FECHA                 PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-IMPORTE               PIC Z(7)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-SALDO                 PIC -(9)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-LIMITE                PIC Z(9)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LC-MOTIVO                PIC X(20).

        01 WS-LINEA-CREDITO-TOTAL.
           05 FILLER PIC X(25) VALUE "TOTAL VENTAS RETENIDAS: ".
           05 WS-LCT-CANT                 PIC Z(8)9.
           05 FILLER PIC X(12) VALUE "  IMPORTE: ".
           05 WS-LCT-IMPORTE              PIC -(11)9,99.

      *-----------------------------------------------------------------
      *CONTROL DE VENTA DUPLICADA: EL IDEVE DE CADA VENTA SE BUSCA EN
      *EL HISTORIAL DEL PERIODO ANTES DE APAREARLA; SI YA FIGURA, LA
              PERFORM 9000-ABEND
           END-IF.

      *    CONTROL DE CREDITO: SALDOS DE CTASCOR, ARCHIVO DE
      *    EXCEPCIONES Y LISTADO PARA COBRANZAS.
           ACCEPT WS-PATH-SALDOS FROM ENVIRONMENT "APAREO_SALDOS".
           IF WS-PATH-SALDOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              MOVE 'APAREO_SALDOS' TO WS-AB-VARIABLE
              MOVE WS-ABEND-PARAM-DET TO WS-LOG-TEXTO
              MOVE 10 TO WS-RC-ABEND
              PERFORM 9000-ABEND
           END-IF.

           ACCEPT WS-PATH-EXCCREDITO
                FROM ENVIRONMENT "APAREO_EXCCREDITO".
           IF WS-PATH-EXCCREDITO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              MOVE 'APAREO_EXCCREDITO' TO WS-AB-VARIABLE
              MOVE WS-ABEND-PARAM-DET TO WS-LOG-TEXTO
              MOVE 10 TO WS-RC-ABEND
              PERFORM 9000-ABEND
           END-IF.

           ACCEPT WS-PATH-LISTACREDITO
                FROM ENVIRONMENT "APAREO_LISTACREDITO".
           IF WS-PATH-LISTACREDITO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              MOVE 'APAREO_LISTACREDITO' TO WS-AB-VARIABLE
              MOVE WS-ABEND-PARAM-DET TO WS-LOG-TEXTO
              MOVE 10 TO WS-RC-ABEND
              PERFORM 9000-ABEND
           END-IF.

           PERFORM 0590-CARGO-ALICUOTAS.

           DISPLAY "CLIENTES: " WS-PATH-CLIENTES.
           DISPLAY "PRODUCTOS: " WS-PATH-PRODUCTOS.
           DISPLAY "ALICUOTAS: " WS-PATH-ALICUOTAS.
           DISPLAY "LIBROIVA: " WS-PATH-LIBROIVA.
           DISPLAY "SALDOS: " WS-PATH-SALDOS.
           DISPLAY "EXCCREDITO: " WS-PATH-EXCCREDITO.
           DISPLAY "LISTACREDITO: " WS-PATH-LISTACREDITO.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO   FROM TIME.
                       MOVE CKP-IVA-TOTAL  TO WS-CKP-IVA-TOTAL
                       MOVE CKP-FUERA-PERIODO TO
                            WS-CKP-FUERA-PERIODO
                       MOVE CKP-RETENIDAS TO WS-CKP-RETENIDAS
                       MOVE CKP-IMP-RETENIDAS TO
                            WS-CKP-IMP-RETENIDAS
                 END-READ
                 CLOSE REINICIO
              WHEN '35'
           MOVE WS-CKP-NETO-TOTAL      TO WS-NETO-TOTAL.
           MOVE WS-CKP-IVA-TOTAL       TO WS-IVA-TOTAL.
           MOVE WS-CKP-FUERA-PERIODO   TO WS-CANT-FUERA-PERIODO.
           MOVE WS-CKP-RETENIDAS       TO WS-CANT-RETENIDAS.
           MOVE WS-CKP-IMP-RETENIDAS   TO WS-IMP-RETENIDAS.
      *    EL CLIENTE EN CURSO AL MOMENTO DEL CHECKPOINT YA ESTA
      *    CONTADO EN CKP-CLIENTES-LEIDOS: SU PRIMER READ DESPUES DE
      *    REANUDAR NO DEBE VOLVER A CONTARLO (VER 1200-BUSCO-CLIENTE).
      *    PERO SIGUE SIENDO UNA COINCIDENCIA VALIDA (NO ES RECHAZO):
      *    SE CUENTA APARTE PARA QUE EL REGISTRO DE CONTROL CIERRE
      *    EXACTO CONTRA LAS LEIDAS.
      *    UNA VENTA DEL PERIODO DE UN CLIENTE RETENIDO, O QUE LO
      *    PASARIA DE SU LIMITE DE CREDITO, NO SE FACTURA: VA A LAS
      *    EXCEPCIONES DE CREDITO HASTA QUE COBRANZAS LA LIBERE.
                 IF (WS-FECHA-DESDE = ZERO
                         OR FECHAVENTA NOT < WS-FECHA-DESDE)
                    AND (WS-FECHA-HASTA = ZERO
                         OR FECHAVENTA NOT > WS-FECHA-HASTA)
                    PERFORM 1280-CONTROLO-CREDITO
                    IF VENTA-RETENIDA
                       PERFORM 4100-VENTA-RETENIDA
                    ELSE
                       PERFORM 3000-SALIDA
                    END-IF
                 ELSE
                    ADD 1 TO WS-CANT-FUERA-PERIODO
                 END-IF
              END-IF

      *    LA VENTA SE REGISTRA EN EL HISTORIAL TERMINE COMO TERMINE
      *    (APAREADA, RECHAZADA, RETENIDA O FUERA DE PERIODO): SI EL
      *    LOTE ENTERO VUELVE A ENTRAR, CADA UNA DE SUS VENTAS DEBE
      *    DENUNCIARSE.
              PERFORM 1400-REGISTRO-HISTORIAL
           END-IF.

                    ELSE
                       ADD 1 TO WS-CANT-CLIENTES-LEIDOS
                    END-IF
      *             EL SALDO DEL CLIENTE SE RESUELVE JUNTO CON EL
      *             MAESTRO Y QUEDA EN CACHE CON EL.
                    PERFORM 1270-BUSCO-SALDO
              END-READ
              IF FS-CLIENTES = '00' OR FS-CLIENTES = '23'
                 CONTINUE
              SET PROD-CACHE-VALIDO TO TRUE
           END-IF.

       1270-BUSCO-SALDO.
      *    SALDOS Y VENTAS VIENEN AMBOS POR CLIENTE ASCENDENTE: CON EL
      *    PRIMER REGISTRO YA LEIDO EN 1000-ABRO-ARCHIVOS, SE AVANZA EN
      *    SALDOS HASTA ALCANZAR EL IDECLI DE LA VENTA. UN
      *    CLIENTE SIN REGISTRO EN SALDOS NO DEBE NADA. AL REANUDAR,
      *    SALDOS SE ABRE DE NUEVO DESDE EL PRINCIPIO Y SE AVANZA
      *    IGUAL HASTA EL CLIENTE EN CURSO.
           MOVE ZERO TO WS-SALDO-CLIENTE.
           PERFORM 1275-LEO-SALDO
              UNTIL EOF-SALDOS OR SAL-IDE NOT < IDECLI.
           IF NOT EOF-SALDOS AND SAL-IDE = IDECLI
              MOVE SAL-SALDO TO WS-SALDO-CLIENTE
           END-IF.

       1275-LEO-SALDO.
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
                    MOVE 'ARCHIVO SALDOS FUERA DE ORDEN'
                         TO WS-LOG-TEXTO
                    MOVE 30 TO WS-RC-ABEND
                    PERFORM 9000-ABEND
                 END-IF
                 MOVE SAL-IDE TO WS-SAL-IDE-ULT
                 ADD 1 TO WS-CANT-SALDOS-LEIDOS
              ELSE
                 MOVE 'ERROR EN 1275-LEO-SALDO' TO WS-AB-LUGAR
                 MOVE 'ARCHIVO SALDOS' TO WS-AB-ARCHIVO
                 MOVE FS-SALDOS TO WS-AB-FS
                 MOVE 30 TO WS-RC-ABEND
                 PERFORM 8900-ABEND-ARCHIVO
              END-IF
           END-IF.

       1280-CONTROLO-CREDITO.
      *    LO YA FACTURADO AL CLIENTE EN ESTA CORRIDA ES SU SUBTOTAL
      *    EN CURSO (LAS VENTAS DE UN CLIENTE SON CONTIGUAS), QUE EL
      *    CHECKPOINT YA PRESERVA AL REANUDAR. UN LIMITE EN CERO
      *    SIGNIFICA SIN LIMITE.
           SET VENTA-NO-RETENIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-CREDITO.
           IF TIPOVENTA = 'D'
              CONTINUE
           ELSE
              IF CLIENTE-RETENIDO
                 SET VENTA-RETENIDA TO TRUE
                 MOVE 'CLIENTE RETENIDO' TO WS-MOTIVO-CREDITO
              ELSE
                 IF LIMITE-CREDITO > ZERO
                    MOVE WS-SALDO-CLIENTE TO WS-EXPOSICION
                    IF HAY-CLIENTE-ANTERIOR AND IDE = WS-IDE-ANTERIOR
                       ADD WS-IMP-SUBTOTAL TO WS-EXPOSICION
                    END-IF
                    ADD PRECIO-NUM TO WS-EXPOSICION
                    IF WS-EXPOSICION > LIMITE-CREDITO
                       SET VENTA-RETENIDA TO TRUE
                       MOVE 'EXCEDE LIMITE' TO WS-MOTIVO-CREDITO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1300-CONTROLO-DUPLICADA.
      *    READ DIRECTO AL HISTORIAL POR IDEVE: SI EL REGISTRO EXISTE
      *    (SEA 'P' DE ESTA MISMA CORRIDA O 'C' DE UNA ANTERIOR DEL
              MOVE FECHAVENTA     TO EXT-FECHAVENTA.
              MOVE TIPOVENTA      TO EXT-TIPOVENTA.
              MOVE SUCURSAL       TO EXT-SUCURSAL.
              IF PRODUCTO-HALLADO
                 MOVE PROD-CODIGO       TO EXT-PROD-CODIGO
                 MOVE WS-PROD-CATEGORIA TO EXT-CATEGORIA
              END-IF.
           WRITE REG-EXTRACTO-DET-FD.
           PERFORM 3950-VERIFICO-EXTRACTO.

              MOVE WS-BALANCEO             TO CTL-BALANCEO.
              MOVE WS-CANT-DUPLICADAS      TO CTL-DUPLICADAS.
              MOVE WS-CANT-FUERA-PERIODO   TO CTL-FUERA-PERIODO.
              MOVE WS-CANT-RETENIDAS       TO CTL-RETENIDAS.
              MOVE WS-IMP-RETENIDAS        TO CTL-IMP-RETENIDAS.
           WRITE REG-CONTROL-FD.

           IF FS-CONTROL = '00'
           DISPLAY "RECHAZOS: " WS-CANT-RECHAZOS.
           DISPLAY "DUPLICADAS: " WS-CANT-DUPLICADAS.
           DISPLAY "FUERA DE PERIODO: " WS-CANT-FUERA-PERIODO.
           DISPLAY "RETENIDAS POR CREDITO: " WS-CANT-RETENIDAS.

           MOVE WS-CANT-VENTAS-LEIDAS  TO WS-LOG-CANT-LEIDAS.
           MOVE WS-CANT-FILAS-ESCRITAS TO WS-LOG-CANT-APAREADAS.
              MOVE WS-NETO-TOTAL           TO CKP-NETO-TOTAL.
              MOVE WS-IVA-TOTAL            TO CKP-IVA-TOTAL.
              MOVE WS-CANT-FUERA-PERIODO   TO CKP-FUERA-PERIODO.
              MOVE WS-CANT-RETENIDAS       TO CKP-RETENIDAS.
              MOVE WS-IMP-RETENIDAS        TO CKP-IMP-RETENIDAS.
           IF REINICIO-TIENE-REGISTRO
              REWRITE REG-REINICIO-FD
           ELSE
           MOVE WS-LOG-DET-RECHAZO TO WS-LOG-TEXTO.
           PERFORM 8300-LOG-WARN.

       4100-VENTA-RETENIDA.
      *    LA VENTA NO SE APAREA NI SE SUMA NI PASA AL LIBRO IVA: SE
      *    GRABA COMPLETA EN LAS EXCEPCIONES DE CREDITO (PARA QUE
      *    RECICLA LA LIBERE TAL CUAL) Y SE LISTA PARA COBRANZAS.
           INITIALIZE REG-EXCCREDITO-FD.
              MOVE "CREDITO"    TO XC-TIPO.
              MOVE IDEVE        TO XC-IDEVE.
              MOVE IDECLI       TO XC-IDE.
              MOVE PRODUCTO     TO XC-PRODUCTO.
              MOVE DESCRIPCION  TO XC-DESCRIP.
              MOVE CANTIDAD     TO XC-CANTIDAD.
              MOVE PRECIO       TO XC-PRECIO.
              MOVE FECHAVENTA   TO XC-FECHAVENTA.
              MOVE TIPOVENTA    TO XC-TIPOVENTA.
              MOVE SUCURSAL     TO XC-SUCURSAL.
           WRITE REG-EXCCREDITO-FD.
           PERFORM 4950-VERIFICO-EXCCREDITO.

           MOVE IDEVE            TO WS-LC-IDEVE.
           MOVE IDECLI           TO WS-LC-IDE.
           MOVE DESCRIPCION      TO WS-LC-DESCRIP.
           MOVE FECHAVENTA       TO WS-LC-FECHA.
           MOVE PRECIO-NUM       TO WS-LC-IMPORTE.
           MOVE WS-SALDO-CLIENTE TO WS-LC-SALDO.
           MOVE LIMITE-CREDITO   TO WS-LC-LIMITE.
           MOVE WS-MOTIVO-CREDITO TO WS-LC-MOTIVO.
           WRITE REG-LISTACREDITO-FD FROM WS-LINEA-CREDITO.
           PERFORM 4960-VERIFICO-LISTACREDITO.

           ADD 1 TO WS-CANT-RETENIDAS.
           ADD PRECIO-NUM TO WS-IMP-RETENIDAS.
           MOVE 'VENTA RETENIDA POR CREDITO - ' TO WS-LOG-RECH-MOTIVO.
           MOVE IDEVE  TO WS-LOG-RECH-IDEVE.
           MOVE IDECLI TO WS-LOG-RECH-IDECLI.
           MOVE WS-LOG-DET-RECHAZO TO WS-LOG-TEXTO.
           PERFORM 8300-LOG-WARN.

       4150-TOTAL-RETENIDAS.
           MOVE WS-CANT-RETENIDAS TO WS-LCT-CANT.
           MOVE WS-IMP-RETENIDAS  TO WS-LCT-IMPORTE.
           WRITE REG-LISTACREDITO-FD FROM WS-LINEA-CREDITO-TOTAL.
           PERFORM 4960-VERIFICO-LISTACREDITO.

       4900-VERIFICO-ESCRITURA-RECHAZO.
           IF FS-SINCOINCIDENCIA = '00'
              CONTINUE
           END-IF.


       4950-VERIFICO-EXCCREDITO.
           IF FS-EXCCREDITO = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR EN ESCRIBIR ARCHIVO EXCCREDITO'
                   TO WS-AB-LUGAR
              MOVE 'ARCHIVO EXCCREDITO' TO WS-AB-ARCHIVO
              MOVE FS-EXCCREDITO TO WS-AB-FS
              MOVE 40 TO WS-RC-ABEND
              PERFORM 8900-ABEND-ARCHIVO
           END-IF.

       4960-VERIFICO-LISTACREDITO.
           IF FS-LISTACREDITO = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR EN ESCRIBIR ARCHIVO LISTACREDITO'
                   TO WS-AB-LUGAR
              MOVE 'ARCHIVO LISTACREDITO' TO WS-AB-ARCHIVO
              MOVE FS-LISTACREDITO TO WS-AB-FS
              MOVE 40 TO WS-RC-ABEND
              PERFORM 8900-ABEND-ARCHIVO
           END-IF.


       300-FINALIZO.

           IF HAY-CLIENTE-ANTERIOR

           PERFORM 3600-TOTAL-GENERAL.

           PERFORM 4150-TOTAL-RETENIDAS.

           PERFORM 3700-GRABO-CONTROL.

           PERFORM 3760-CONFIRMO-HISTORIAL.
           END-IF


      *    SIN SALDOS ('35': CTASCOR TODAVIA NO CORRIO) NINGUN
      *    CLIENTE DEBE NADA; SOLO CUENTAN LOS RETENIDOS Y LO
      *    FACTURADO EN ESTA CORRIDA. QUEDA AVISADO EN LA BITACORA.
           OPEN INPUT SALDOS

           EVALUATE FS-SALDOS
              WHEN '00'
                 PERFORM 1275-LEO-SALDO
              WHEN '35'
                 SET EOF-SALDOS TO TRUE
                 MOVE 'SIN ARCHIVO DE SALDOS: TODOS LOS SALDOS EN CERO'
                      TO WS-LOG-TEXTO
                 PERFORM 8300-LOG-WARN
              WHEN OTHER
                 MOVE 'ERROR EN 1000-ABRO-ARCHIVOS' TO WS-AB-LUGAR
                 MOVE 'ARCHIVO SALDOS' TO WS-AB-ARCHIVO
                 MOVE FS-SALDOS TO WS-AB-FS
                 MOVE 20 TO WS-RC-ABEND
                 PERFORM 8900-ABEND-ARCHIVO
           END-EVALUATE.


           IF REANUDAR-CORRIDA
              OPEN EXTEND APAREO
           ELSE
              PERFORM 3960-VERIFICO-LIBROIVA
           END-IF.

      *    LAS EXCEPCIONES DE CREDITO Y SU LISTADO SIGUEN LA MISMA
      *    REGLA QUE SINCOINCIDENCIA Y EL LIBRO IVA.
           IF REANUDAR-CORRIDA
              OPEN EXTEND EXCCREDITO
           ELSE
              OPEN OUTPUT EXCCREDITO
           END-IF.

           IF FS-EXCCREDITO = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR EN 1000-ABRO-ARCHIVOS' TO WS-AB-LUGAR
              MOVE 'ARCHIVO EXCCREDITO' TO WS-AB-ARCHIVO
              MOVE FS-EXCCREDITO TO WS-AB-FS
              MOVE 20 TO WS-RC-ABEND
              PERFORM 8900-ABEND-ARCHIVO
           END-IF.

           IF REANUDAR-CORRIDA
              OPEN EXTEND LISTACREDITO
           ELSE
              OPEN OUTPUT LISTACREDITO
           END-IF.

           IF FS-LISTACREDITO = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR EN 1000-ABRO-ARCHIVOS' TO WS-AB-LUGAR
              MOVE 'ARCHIVO LISTACREDITO' TO WS-AB-ARCHIVO
              MOVE FS-LISTACREDITO TO WS-AB-FS
              MOVE 20 TO WS-RC-ABEND
              PERFORM 8900-ABEND-ARCHIVO
           END-IF.

           IF CORRIDA-NUEVA
              MOVE WS-FECHA-PROCESO TO WS-LCT-FECHA
              WRITE REG-LISTACREDITO-FD FROM WS-LINEA-CREDITO-TITULO
              PERFORM 4960-VERIFICO-LISTACREDITO
              WRITE REG-LISTACREDITO-FD FROM WS-LINEA-CREDITO-COLUMNAS
              PERFORM 4960-VERIFICO-LISTACREDITO
           END-IF.

      *    RESUMEN SOLO SE GRABA UNA VEZ, AL FINAL DE TODO (300-FINALIZO
      *    VIA 3700-GRABO-CONTROL), ASI QUE EN UNA CORRIDA QUE ABENDEO
      *    SIEMPRE QUEDA VACIO; SE ABRE EXTEND IGUAL QUE LOS DEMAS POR
           END-IF.


      *    SALDOS SE ABRIO SOLO SI EXISTIA.
           IF FS-SALDOS NOT = '35'
              CLOSE SALDOS
              IF FS-SALDOS = '00'
                 CONTINUE
              ELSE
                 MOVE 'ERROR EN 5000-CIERRO-ARCHIVOS' TO WS-AB-LUGAR
                 MOVE 'ARCHIVO SALDOS' TO WS-AB-ARCHIVO
                 MOVE FS-SALDOS TO WS-AB-FS
                 MOVE 20 TO WS-RC-ABEND
                 PERFORM 8900-ABEND-ARCHIVO
              END-IF
           END-IF.


           CLOSE EXCCREDITO.

           IF FS-EXCCREDITO = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR EN 5000-CIERRO-ARCHIVOS' TO WS-AB-LUGAR
              MOVE 'ARCHIVO EXCCREDITO' TO WS-AB-ARCHIVO
              MOVE FS-EXCCREDITO TO WS-AB-FS
              MOVE 20 TO WS-RC-ABEND
              PERFORM 8900-ABEND-ARCHIVO
           END-IF.


           CLOSE LISTACREDITO.

           IF FS-LISTACREDITO = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR EN 5000-CIERRO-ARCHIVOS' TO WS-AB-LUGAR
              MOVE 'ARCHIVO LISTACREDITO' TO WS-AB-ARCHIVO
              MOVE FS-LISTACREDITO TO WS-AB-FS
              MOVE 20 TO WS-RC-ABEND
              PERFORM 8900-ABEND-ARCHIVO
           END-IF.


           CLOSE RESUMEN.

           IF FS-CONTROL = '00'
