      *  RECHAZADO (CAMPO, VALOR Y MOTIVO). UN PRECIO QUE SE DESVIA
      *  DEL PRECIO DE LISTA MAS ALLA DE LA TOLERANCIA SE DENUNCIA EN
      *  EL LISTADO PERO NO RECHAZA LA VENTA (PUEDE SER UNA OFERTA
      *  LEGITIMA: LA PALABRA FINAL LA TIENE LA MESA DE CONTROL). EL
      *  PRECIO DE LISTA QUE SE TOMA ES EL QUE REGIA EN LA FECHAVENTA
      *  SEGUN EL HISTORIAL DE PRECIOS QUE GRABA MANTPROD, ASI UN LOTE
      *  ATRASADO DE UNA SUCURSAL NO SE DENUNCIA ENTERO DESPUES DE UN
      *  CAMBIO DE PRECIO. SIN
      *  ESTA DEPURACION, UNA LETRA PERDIDA EN CANTIDAD O PRECIO
      *  CORROMPE EN SILENCIO EL SUBTOTAL DEL CLIENTE Y EL TOTAL
      *  GENERAL DE APAREO, Y UN PRODUCTO MAL TIPEADO SE RANKEA COMO

      *    LOS NOMBRES ASIGNADOS SON SIMBOLICOS (ESTILO DD DE JCL),
      *    IGUAL QUE EN APAREO: GNUCOBOL RESUELVE CADA UNO CONTRA LA
      *    VARIABLE DE ENTORNO DEL MISMO NOMBRE. TODAS LAS VARIABLES
      *    SON OBLIGATORIAS: ESTOS ARCHIVOS NO TIENEN UN PATH
      *    HISTORICO QUE RESPETAR.
           SELECT ENTRADA ASSIGN TO
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS PRD-CODIGO
                                     FILE STATUS IS FS-PRODUCTOS.
      *    HISTORIAL DE PRECIOS DE LISTA QUE GRABA MANTPROD, INDEXADO
      *    POR CODIGO Y FECHA DE CAMBIO: CON UN START SOBRE LA
      *    FECHAVENTA SE OBTIENE EL PRECIO QUE REGIA ESE DIA. ANTES
      *    DEL PRIMER CAMBIO DE PRECIO EL ARCHIVO PUEDE NO EXISTIR.
           SELECT PRECIOS ASSIGN TO
           "VALIDAVE_PRECIOS"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PRH-CLAVE
                                     FILE STATUS IS FS-PRECIOS.
      *    REGISTRO DE CONTROL DE LA DEPURACION: LOS CONTADORES QUE
      *    ANTES SOLO QUEDABAN EN EL LISTADO, EN FORMA LEGIBLE POR
      *    MAQUINA PARA QUE CONCILIA PUEDA CRUZARLOS CON EL RESTO DE
           SELECT RESUMEN ASSIGN TO
           "VALIDAVE_CONTROL"
                                     FILE STATUS IS FS-CONTROL.
      *    ERRORES DE EDICION EN FORMA LEGIBLE POR MAQUINA: LA MISMA
      *    DENUNCIA DEL LISTADO, CON LA SUCURSAL QUE ORIGINO LA VENTA,
      *    PARA QUE EL TABLERO DE SUCURSALES LE CARGUE A CADA UNA SUS
      *    ERRORES.
           SELECT ERRORES ASSIGN TO
           "VALIDAVE_ERRORES"
                                     FILE STATUS IS FS-ERRORES.

       DATA DIVISION.
      *-------------
           05  PRD-CATEGORIA              PIC 9(02).
           05  PRD-PRECIO-LISTA           PIC 9(07)V99.

       FD  PRECIOS.
      *****************************************************************
      *  HISTORIAL DE PRECIOS DE LISTA (MISMO LAYOUT QUE GRABA
      *  MANTPROD): CADA REGISTRO ES UN PRECIO REEMPLAZADO, QUE VALE
      *  PARA LAS VENTAS DE FECHA MENOR A PRH-FECHA-CAMBIO.
      *****************************************************************
       01  REG-PRECIOS-FD.
           05  PRH-CLAVE.
               10  PRH-CODIGO             PIC 9(05).
               10  PRH-FECHA-CAMBIO       PIC 9(08).
           05  PRH-PRECIO-ANTERIOR        PIC 9(07)V99.
           05  PRH-PRECIO-NUEVO           PIC 9(07)V99.
           05  PRH-FECHA-PROCESO          PIC 9(08).

      *****************************************************************
      *  REGISTRO DE CONTROL DE LA CORRIDA DE DEPURACION
      *****************************************************************
           05  CTL-ERRORES            PIC 9(09).
           05  CTL-ADVERTENCIAS       PIC 9(09).

      *****************************************************************
      *  ERRORES DE EDICION: UN REGISTRO POR VALIDACION FALLIDA
      *  ('E' ERROR QUE RECHAZA LA VENTA, 'A' ADVERTENCIA QUE LA DEJA
      *  PASAR), CON LA SUCURSAL DE ORIGEN.
      *****************************************************************

       FD  ERRORES.
       01  REG-ERRORES-FD.
           05  ERE-IDEVE              PIC X(09).
           05  ERE-SUCURSAL           PIC 9(03).
           05  ERE-GRAVEDAD           PIC X(01).
           05  ERE-CAMPO              PIC X(10).
           05  ERE-VALOR              PIC X(09).
           05  ERE-MOTIVO             PIC X(30).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO DE EDICION
        01 FS-SALIDA                      PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-PRODUCTOS                   PIC X(02).
        01 FS-PRECIOS                     PIC X(02).
        01 FS-CONTROL                     PIC X(02).
        01 FS-ERRORES                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
        01 WS-PATH-SALIDA                 PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-PRODUCTOS              PIC X(100).
        01 WS-PATH-PRECIOS                PIC X(100).
        01 WS-PATH-CONTROL                PIC X(100).
        01 WS-PATH-ERRORES                PIC X(100).

      *-----------------------------------------------------------------
      *TOLERANCIA DE PRECIO (PORCENTAJE ENTERO SOBRE EL PRECIO DE
        01 WS-PRECIO-LIMITE               PIC 9(08)V99 VALUE ZERO.
        01 WS-PRECIO-DESVIO               PIC 9(08)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *PRECIO DE LISTA VIGENTE EN LA FECHAVENTA (2540), CONTRA EL QUE
      *SE MIDE LA TOLERANCIA EN 2550.
      *-----------------------------------------------------------------
        01 WS-PRECIO-VIGENTE              PIC 9(07)V99 VALUE ZERO.
        01 WS-SIN-HISTORIAL-PRECIOS       PIC X(01) VALUE 'N'.
           88 SIN-HISTORIAL-PRECIOS                  VALUE 'S'.
        01 WS-FIN-PRECIOS                 PIC X(01) VALUE 'N'.
           88 FIN-PRECIOS                            VALUE 'S'.

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA
      *-----------------------------------------------------------------
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-PRECIOS FROM ENVIRONMENT "VALIDAVE_PRECIOS".
           IF WS-PATH-PRECIOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO VALIDAVE_PRECIOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CONTROL FROM ENVIRONMENT "VALIDAVE_CONTROL".
           IF WS-PATH-CONTROL = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-ERRORES FROM ENVIRONMENT "VALIDAVE_ERRORES".
           IF WS-PATH-ERRORES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO VALIDAVE_ERRORES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    TOLERANCIA OPCIONAL: SIN SETEAR (O CON BASURA) QUEDA EL
      *    10 POR CIENTO HISTORICO ACORDADO CON LA MESA DE CONTROL.
           ACCEPT WS-TOLERANCIA-ALFA
           DISPLAY "SALIDA: " WS-PATH-SALIDA.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "PRODUCTOS: " WS-PATH-PRODUCTOS.
           DISPLAY "PRECIOS: " WS-PATH-PRECIOS.
           DISPLAY "CONTROL: " WS-PATH-CONTROL.
           DISPLAY "ERRORES: " WS-PATH-ERRORES.
           DISPLAY "TOLERANCIA DE PRECIO: " WS-TOLERANCIA " %".

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
                 MOVE "NO EXISTE EN EL MAESTRO" TO WS-ERR-MOTIVO
                 PERFORM 2900-GRABO-ERROR
              ELSE
                 PERFORM 2540-BUSCO-PRECIO-VIGENTE
                 PERFORM 2550-CONTROLO-PRECIO-LISTA
              END-IF
           END-IF.

       2540-BUSCO-PRECIO-VIGENTE.
      *    EL PRECIO QUE REGIA EN LA FECHAVENTA ES EL PRECIO ANTERIOR
      *    DEL PRIMER CAMBIO DEL PRODUCTO POSTERIOR A ESA FECHA. SI NO
      *    HUBO NINGUNO (O SIN HISTORIAL, O CON FECHAVENTA INVALIDA,
      *    QUE YA SE RECHAZO EN 2400) RIGE EL PRECIO DE LISTA ACTUAL.
           MOVE PRD-PRECIO-LISTA TO WS-PRECIO-VIGENTE.
           IF SIN-HISTORIAL-PRECIOS
              OR ENT-FECHAVENTA IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE PRD-CODIGO     TO PRH-CODIGO
              MOVE ENT-FECHAVENTA TO PRH-FECHA-CAMBIO
              MOVE 'N' TO WS-FIN-PRECIOS
              START PRECIOS KEY > PRH-CLAVE
                 INVALID KEY
                    SET FIN-PRECIOS TO TRUE
              END-START
              IF FIN-PRECIOS
                 CONTINUE
              ELSE
                 READ PRECIOS NEXT
                    AT END
                       SET FIN-PRECIOS TO TRUE
                 END-READ
                 IF FIN-PRECIOS
                    CONTINUE
                 ELSE
                    IF FS-PRECIOS = '00'
                       IF PRH-CODIGO = PRD-CODIGO
                          MOVE PRH-PRECIO-ANTERIOR TO WS-PRECIO-VIGENTE
                       END-IF
                    ELSE
                       DISPLAY 'ERROR EN 2540-BUSCO-PRECIO-VIGENTE'
                       DISPLAY 'ARCHIVO PRECIOS'
                       DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 30 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2550-CONTROLO-PRECIO-LISTA.
      *    SOLO SE MIDE UN PRECIO QUE YA PASO 2300 (NUMERICO). CON
      *    PRECIO DE LISTA EN CERO NO HAY VARA CONTRA QUE MEDIR. EL
      *    PRECIO DE LISTA ES EL VIGENTE EN LA FECHAVENTA (2540).
           IF ENT-PRECIO IS NUMERIC
              AND WS-PRECIO-VIGENTE NOT = ZERO
              COMPUTE WS-PRECIO-LIMITE ROUNDED =
                   WS-PRECIO-VIGENTE * WS-TOLERANCIA / 100
              IF ENT-PRECIO-NUM > WS-PRECIO-VIGENTE
                 SUBTRACT WS-PRECIO-VIGENTE FROM ENT-PRECIO-NUM
                      GIVING WS-PRECIO-DESVIO
              ELSE
                 SUBTRACT ENT-PRECIO-NUM FROM WS-PRECIO-VIGENTE
                      GIVING WS-PRECIO-DESVIO
              END-IF
              IF WS-PRECIO-DESVIO > WS-PRECIO-LIMITE
           MOVE ENT-IDEVE TO WS-ERR-IDEVE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-ERROR.
           PERFORM 3900-VERIFICO-LISTADO.
           MOVE 'E' TO ERE-GRAVEDAD.
           PERFORM 2920-GRABO-REG-ERRORES.

       2910-GRABO-ADVERTENCIA.
      *    MISMA LINEA QUE UN ERROR PERO SIN INVALIDAR EL REGISTRO:
           MOVE ENT-IDEVE TO WS-ERR-IDEVE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-ERROR.
           PERFORM 3900-VERIFICO-LISTADO.
           MOVE 'A' TO ERE-GRAVEDAD.
           PERFORM 2920-GRABO-REG-ERRORES.

       2920-GRABO-REG-ERRORES.
      *    LA GRAVEDAD LA DEJA SETEADA QUIEN LLAMA. LA SUCURSAL YA SE
      *    NORMALIZO A CERO AL LEER SI EL LOTE NO LA TRAIA.
           MOVE ENT-IDEVE     TO ERE-IDEVE.
           MOVE ENT-SUCURSAL  TO ERE-SUCURSAL.
           MOVE WS-ERR-CAMPO  TO ERE-CAMPO.
           MOVE WS-ERR-VALOR  TO ERE-VALOR.
           MOVE WS-ERR-MOTIVO TO ERE-MOTIVO.
           WRITE REG-ERRORES-FD.
           IF FS-ERRORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO ERRORES'
              DISPLAY 'ARCHIVO ERRORES'
              DISPLAY 'FS-ERRORES: ' FS-ERRORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       3000-GRABO-SALIDA.
           WRITE REG-SALIDA-FD FROM REG-ENTRADA-FD.
           END-IF.


      *    ANTES DEL PRIMER CAMBIO DE PRECIO EL HISTORIAL TODAVIA NO
      *    EXISTE ('35'): TODAS LAS VENTAS SE MIDEN CONTRA EL PRECIO
      *    DE LISTA DEL MAESTRO, NO ES UN ERROR.
           OPEN INPUT PRECIOS

           EVALUATE FS-PRECIOS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET SIN-HISTORIAL-PRECIOS TO TRUE
                 DISPLAY 'SIN HISTORIAL DE PRECIOS'
              WHEN OTHER
                 DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO PRECIOS'
                 DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.


           OPEN OUTPUT RESUMEN

           IF FS-CONTROL = '00'
              STOP RUN
           END-IF.


           OPEN OUTPUT ERRORES

           IF FS-ERRORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO ERRORES'
              DISPLAY 'FS-ERRORES: ' FS-ERRORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1102-LEO-ENTRADA.
      *    LEE HASTA DEJAR UN REGISTRO DE DATOS EN EL BUFFER: LOS
      *    REGISTROS CAB Y PIE SE PROCESAN AL PASAR EN
           END-IF.


           IF SIN-HISTORIAL-PRECIOS
              CONTINUE
           ELSE
              CLOSE PRECIOS
              IF FS-PRECIOS = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO PRECIOS'
                 DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.


           CLOSE RESUMEN.

           IF FS-CONTROL = '00'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE ERRORES.

           IF FS-ERRORES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO ERRORES'
              DISPLAY 'FS-ERRORES: ' FS-ERRORES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
