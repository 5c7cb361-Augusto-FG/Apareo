       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPROD.
      *****************************************************************
      *  MANTENIMIENTO BATCH DEL MAESTRO DE PRODUCTOS, IGUAL QUE
      *  MANTCLI CON EL DE CLIENTES: LEE UN ARCHIVO DE NOVEDADES
      *  (ALTAS, BAJAS Y MODIFICACIONES POR CODIGO), LO APLICA CONTRA
      *  EL MAESTRO SECUENCIAL VIGENTE Y GRABA UN MAESTRO NUEVO
      *  ORDENADO CON SUS REGISTROS CAB Y PIE, LISTO PARA QUE CARGPROD
      *  LO CARGUE AL INDEXADO. CADA NOVEDAD LLEVA UNA FECHA DE
      *  VIGENCIA: LAS QUE TODAVIA NO ENTRARON EN VIGENCIA SE PASAN A
      *  UN ARCHIVO DE PENDIENTES QUE SE REALIMENTA SOLO EN LAS
      *  CORRIDAS SIGUIENTES. UNA MODIFICACION PUEDE TRAER SOLO LA
      *  DESCRIPCION, SOLO LA CATEGORIA O SOLO EL PRECIO DE LISTA: EL
      *  CAMPO EN BLANCO CONSERVA EL VALOR VIGENTE.
      *  UN CAMBIO DE PRECIO DE LISTA NO PISA EL PRECIO VIEJO: EL
      *  PRECIO REEMPLAZADO SE GRABA EN EL HISTORIAL DE PRECIOS CON LA
      *  FECHA DESDE LA QUE RIGE EL NUEVO, Y VALIDAVE MIDE CADA VENTA
      *  CONTRA EL PRECIO QUE REGIA EN SU FECHAVENTA. ASI UN LOTE
      *  ATRASADO DE UNA SUCURSAL, PROCESADO DESPUES DE UN AUMENTO, NO
      *  SALE ENTERO DENUNCIADO COMO DESVIO DE PRECIO.
      *  CADA NOVEDAD APLICADA, RECHAZADA O DIFERIDA QUEDA EN UN
      *  LISTADO DE AUDITORIA, Y CADA CAMBIO DE PRECIO CON SU PRECIO
      *  ANTERIOR, EL NUEVO Y LA VIGENCIA.
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
      *    IGUAL QUE EN MANTCLI. TODAS LAS VARIABLES SON OBLIGATORIAS.
           SELECT MAESTRO ASSIGN TO
           "MANTPROD_MAESTRO"
                                     FILE STATUS IS FS-MAESTRO.
           SELECT NOVEDADES ASSIGN TO
           "MANTPROD_NOVEDADES"
                                     FILE STATUS IS FS-NOVEDADES.
           SELECT NUEVOMAESTRO ASSIGN TO
           "MANTPROD_NUEVOMAESTRO"
                                     FILE STATUS IS FS-NUEVOMAESTRO.
           SELECT LISTADO ASSIGN TO
           "MANTPROD_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
      *    PENDIENTES DE VIGENCIA, IGUAL QUE EN MANTCLI: EL DE LA
      *    CORRIDA ANTERIOR ENTRA COMO SEGUNDA FUENTE DE NOVEDADES
      *    (PUEDE NO EXISTIR EN LA PRIMERA CORRIDA); LAS QUE SIGUEN
      *    SIN VENCER SALEN AL NUEVO.
           SELECT PENDIENTES ASSIGN TO
           "MANTPROD_PENDIENTES"
                                     FILE STATUS IS FS-PENDIENTES.
           SELECT NUEVOPENDIENTES ASSIGN TO
           "MANTPROD_NUEVOPENDIENTES"
                                     FILE STATUS IS FS-NUEVOPEND.
      *    HISTORIAL DE PRECIOS DE LISTA, INDEXADO POR CODIGO Y FECHA
      *    DE CAMBIO: ACA SE GRABA (Y SE CONTROLA EL ORDEN DE LAS
      *    VIGENCIAS CON READ/START) Y VALIDAVE LO CONSULTA CON START.
      *    ES DINAMICO COMO EL HISTORIAL DE APAREO; EN LA PRIMERA
      *    CORRIDA NO EXISTE Y SE CREA VACIO.
           SELECT PRECIOS ASSIGN TO
           "MANTPROD_PRECIOS"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PRH-CLAVE
                                     FILE STATUS IS FS-PRECIOS.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------

       FD  MAESTRO.
      *****************************************************************
      *  MAESTRO DE PRODUCTOS SECUENCIAL VIGENTE (MISMO LAYOUT QUE
      *  REG-MAESTRO-FD DE CARGPROD), CON SUS REGISTROS DE CONTROL CAB
      *  Y PIE. EL MAESTRO DE PRODUCTOS NACE CON ESTE SISTEMA: SIEMPRE
      *  TRAE CAB/PIE (NO HAY MODO HISTORICO COMO EN MANTCLI).
      *****************************************************************
       01  REG-MAESTRO-FD.
           05  MAE-CODIGO                 PIC 9(05).
           05  MAE-DESCRIPCION            PIC X(15).
           05  MAE-CATEGORIA              PIC 9(02).
           05  MAE-PRECIO-LISTA           PIC 9(07)V99.
       01  REG-MAESTRO-CAB-FD.
           05  MAC-TIPO                   PIC X(03).
           05  MAC-FECHA-ARCHIVO          PIC 9(08).
           05  MAC-PERIODO-DESDE          PIC 9(08).
           05  MAC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(04).
       01  REG-MAESTRO-PIE-FD.
           05  MAP-TIPO                   PIC X(03).
           05  MAP-CANT-REGISTROS         PIC 9(09).
           05  MAP-HASH-CODIGO            PIC 9(12).
           05  FILLER                     PIC X(07).

       FD  NOVEDADES.
      *****************************************************************
      *  NOVEDADES DE PRODUCTOS, ORDENADAS POR CODIGO: 'A' ALTA, 'B'
      *  BAJA, 'M' MODIFICACION. VIENE DE CARGA DE DATOS CON SUS
      *  REGISTROS DE CONTROL CAB Y PIE (HASH DE CODIGO). CATEGORIA Y
      *  PRECIO SON ALFANUMERICOS PARA QUE EL BLANCO DE UNA
      *  MODIFICACION ("NO SE TOCA") SE DISTINGA DE UN CERO.
      *****************************************************************
       01  REG-NOVEDADES-FD.
           05  NOV-CODIGO                 PIC X(01).
           05  NOV-PRD-CODIGO             PIC 9(05).
           05  NOV-DESCRIPCION            PIC X(15).
           05  NOV-CATEGORIA              PIC X(02).
           05  NOV-PRECIO                 PIC X(09).
      *    FECHA DE VIGENCIA (AAAAMMDD), COMO EN MANTCLI. EN UN CAMBIO
      *    DE PRECIO ES ADEMAS LA FECHA DESDE LA QUE RIGE EL PRECIO
      *    NUEVO; EN CERO RIGE DESDE LA FECHA DE PROCESO.
           05  NOV-VIGENCIA               PIC 9(08).
       01  REG-NOVEDADES-CAB-FD.
           05  NOC-TIPO                   PIC X(03).
           05  NOC-FECHA-ARCHIVO          PIC 9(08).
           05  NOC-PERIODO-DESDE          PIC 9(08).
           05  NOC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(13).
       01  REG-NOVEDADES-PIE-FD.
           05  NOP-TIPO                   PIC X(03).
           05  NOP-CANT-REGISTROS         PIC 9(09).
           05  NOP-HASH-CODIGO            PIC 9(12).
           05  FILLER                     PIC X(16).

       FD  NUEVOMAESTRO.
      *****************************************************************
      *  MAESTRO NUEVO: MISMO LAYOUT QUE EL VIGENTE, CON CAB Y PIE
      *  REGENERADOS A PARTIR DE LO REALMENTE GRABADO. ES LA ENTRADA
      *  DE CARGPROD.
      *****************************************************************
       01  REG-NUEVOMAESTRO-FD            PIC X(31).

       FD  LISTADO.
      *****************************************************************
      *  LISTADO DE AUDITORIA: UNA LINEA POR NOVEDAD APLICADA,
      *  RECHAZADA O DIFERIDA, Y UNA LINEA MAS POR CADA CAMBIO DE
      *  PRECIO DE LISTA CON EL PRECIO ANTERIOR, EL NUEVO Y SU
      *  VIGENCIA.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(100).

       FD  PENDIENTES.
      *****************************************************************
      *  NOVEDADES PENDIENTES DE VIGENCIA DE LA CORRIDA ANTERIOR
      *  (MISMO LAYOUT QUE NOVEDADES, CON SUS CAB Y PIE REGENERADOS
      *  POR ESTE MISMO PROGRAMA).
      *****************************************************************
       01  REG-PENDIENTES-FD.
           05  PEN-CODIGO                 PIC X(01).
           05  PEN-PRD-CODIGO             PIC 9(05).
           05  PEN-DESCRIPCION            PIC X(15).
           05  PEN-CATEGORIA              PIC X(02).
           05  PEN-PRECIO                 PIC X(09).
           05  PEN-VIGENCIA               PIC 9(08).
       01  REG-PENDIENTES-CAB-FD.
           05  PEC-TIPO                   PIC X(03).
           05  PEC-FECHA-ARCHIVO          PIC 9(08).
           05  PEC-PERIODO-DESDE          PIC 9(08).
           05  PEC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(13).
       01  REG-PENDIENTES-PIE-FD.
           05  PEP-TIPO                   PIC X(03).
           05  PEP-CANT-REGISTROS         PIC 9(09).
           05  PEP-HASH-CODIGO            PIC 9(12).
           05  FILLER                     PIC X(16).

       FD  NUEVOPENDIENTES.
      *****************************************************************
      *  NOVEDADES QUE SIGUEN SIN ENTRAR EN VIGENCIA, EN ORDEN DE
      *  CODIGO, CON CAB Y PIE REGENERADOS.
      *****************************************************************
       01  REG-NUEVOPENDIENTES-FD         PIC X(40).

       FD  PRECIOS.
      *****************************************************************
      *  HISTORIAL DE PRECIOS DE LISTA: UN REGISTRO POR CADA PRECIO
      *  REEMPLAZADO. LA CLAVE ES EL CODIGO Y LA FECHA DESDE LA QUE
      *  RIGE EL PRECIO QUE LO REEMPLAZO: EL PRECIO ANTERIOR VALE PARA
      *  LAS VENTAS DE FECHA MENOR A ESA. PARA SABER QUE PRECIO REGIA
      *  EN UNA FECHA SE BUSCA EL PRIMER CAMBIO DEL CODIGO POSTERIOR A
      *  ELLA: SU PRECIO ANTERIOR ES EL QUE REGIA; SI NO HAY NINGUNO,
      *  RIGE EL PRECIO DE LISTA DEL MAESTRO.
      *****************************************************************
       01  REG-PRECIOS-FD.
           05  PRH-CLAVE.
               10  PRH-CODIGO             PIC 9(05).
               10  PRH-FECHA-CAMBIO       PIC 9(08).
           05  PRH-PRECIO-ANTERIOR        PIC 9(07)V99.
           05  PRH-PRECIO-NUEVO           PIC 9(07)V99.
           05  PRH-FECHA-PROCESO          PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO DE AUDITORIA
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(44) VALUE
              "AUDITORIA DE NOVEDADES DE PRODUCTOS - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).

        01 WS-LINEA-AUDITORIA.
           05 FILLER                      PIC X(08) VALUE "CODIGO: ".
           05 WS-AUD-CODIGO               PIC X(01).
           05 FILLER                      PIC X(12) VALUE
              "  PRODUCTO: ".
           05 WS-AUD-PRD-CODIGO           PIC 9(05).
           05 FILLER                      PIC X(13) VALUE
              "  RESULTADO: ".
           05 WS-AUD-RESULTADO            PIC X(09).
           05 FILLER                      PIC X(10) VALUE "  MOTIVO: ".
           05 WS-AUD-MOTIVO               PIC X(30).

        01 WS-LINEA-PRECIO.
           05 FILLER                      PIC X(22) VALUE
              "    PRECIO ANTERIOR: ".
           05 WS-LP-ANTERIOR              PIC Z(6)9,99.
           05 FILLER                      PIC X(09) VALUE "  NUEVO: ".
           05 WS-LP-NUEVO                 PIC Z(6)9,99.
           05 FILLER                      PIC X(16) VALUE
              "  RIGE DESDE: ".
           05 WS-LP-FECHA-CAMBIO          PIC 9(08).

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 FS-MAESTRO                     PIC X(02).
        01 FS-NOVEDADES                   PIC X(02).
        01 FS-NUEVOMAESTRO                PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-PENDIENTES                  PIC X(02).
        01 FS-NUEVOPEND                   PIC X(02).
        01 FS-PRECIOS                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS (TODAS OBLIGATORIAS)
      *-----------------------------------------------------------------
        01 WS-PATH-MAESTRO                PIC X(100).
        01 WS-PATH-NOVEDADES              PIC X(100).
        01 WS-PATH-NUEVOMAESTRO           PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-PENDIENTES             PIC X(100).
        01 WS-PATH-NUEVOPENDIENTES        PIC X(100).
        01 WS-PATH-PRECIOS                PIC X(100).

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA
      *-----------------------------------------------------------------
        01 WS-CANT-MAE-LEIDOS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-NOV-LEIDAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-PEN-LEIDAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-APLICADAS              PIC 9(09) VALUE ZERO.
        01 WS-CANT-RECHAZADAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-DIFERIDAS              PIC 9(09) VALUE ZERO.
        01 WS-CANT-GRABADOS               PIC 9(09) VALUE ZERO.
        01 WS-CANT-CAMBIOS-PRECIO         PIC 9(09) VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.

        01 WS-EOF-MAESTRO                 PIC X(01) VALUE 'N'.
           88 EOF-MAESTRO                            VALUE 'S'.
        01 WS-EOF-NOVEDADES               PIC X(01) VALUE 'N'.
           88 EOF-NOVEDADES                          VALUE 'S'.
        01 WS-EOF-PENDIENTES              PIC X(01) VALUE 'N'.
           88 EOF-PENDIENTES                         VALUE 'S'.

      *-----------------------------------------------------------------
      *NOVEDAD EN CURSO: MEZCLA DE NOVEDADES Y PENDIENTES, IGUAL QUE
      *EN MANTCLI (EMPATE: PRIMERO EL PENDIENTE, QUE ES MAS VIEJO).
      *-----------------------------------------------------------------
        01 WS-NOV-ACTUAL.
           05 WS-NOV-CODIGO               PIC X(01).
           05 WS-NOV-PRD-CODIGO           PIC 9(05).
           05 WS-NOV-DESCRIPCION          PIC X(15).
           05 WS-NOV-CATEGORIA            PIC X(02).
           05 WS-NOV-CATEGORIA-NUM REDEFINES WS-NOV-CATEGORIA
                                          PIC 9(02).
           05 WS-NOV-PRECIO               PIC X(09).
           05 WS-NOV-PRECIO-NUM REDEFINES WS-NOV-PRECIO
                                          PIC 9(07)V99.
           05 WS-NOV-VIGENCIA             PIC 9(08).
        01 WS-EOF-NOVACT                  PIC X(01) VALUE 'N'.
           88 EOF-NOVACT                             VALUE 'S'.

        01 WS-SIN-PENDIENTES              PIC X(01) VALUE 'N'.
           88 SIN-PENDIENTES                         VALUE 'S'.

      *-----------------------------------------------------------------
      *CONTROL DE CABECERA/PIE DE LOS ARCHIVOS DE ENTRADA
      *-----------------------------------------------------------------
        01 WS-CAB-MAE-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-MAE-LEIDA                          VALUE 'S'.
        01 WS-PIE-MAE-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-MAE-LEIDO                          VALUE 'S'.
        01 WS-CAB-NOV-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-NOV-LEIDA                          VALUE 'S'.
        01 WS-PIE-NOV-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-NOV-LEIDO                          VALUE 'S'.
        01 WS-CAB-PEN-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-PEN-LEIDA                          VALUE 'S'.
        01 WS-PIE-PEN-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-PEN-LEIDO                          VALUE 'S'.

        01 WS-MAE-REG-DATOS               PIC X(01) VALUE 'N'.
           88 MAE-REG-DATOS                          VALUE 'S'.
        01 WS-NOV-REG-DATOS               PIC X(01) VALUE 'N'.
           88 NOV-REG-DATOS                          VALUE 'S'.
        01 WS-PEN-REG-DATOS               PIC X(01) VALUE 'N'.
           88 PEN-REG-DATOS                          VALUE 'S'.

        01 WS-PIE-MAE-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-MAE-HASH                PIC 9(12) VALUE ZERO.
        01 WS-PIE-NOV-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-NOV-HASH                PIC 9(12) VALUE ZERO.
        01 WS-PIE-PEN-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-PEN-HASH                PIC 9(12) VALUE ZERO.

        01 WS-HASH-MAE-LEIDO              PIC 9(12) VALUE ZERO.
        01 WS-HASH-NOV-LEIDO              PIC 9(12) VALUE ZERO.
        01 WS-HASH-PEN-LEIDO              PIC 9(12) VALUE ZERO.
        01 WS-HASH-GRABADO                PIC 9(12) VALUE ZERO.

        01 WS-CANT-PEN-GRABADAS           PIC 9(09) VALUE ZERO.
        01 WS-HASH-PEN-GRABADO            PIC 9(12) VALUE ZERO.

        01 WS-CAB-PEN-SALIDA.
           05 WS-CPS-TIPO                 PIC X(03) VALUE 'CAB'.
           05 WS-CPS-FECHA-ARCHIVO        PIC 9(08).
           05 WS-CPS-PERIODO-DESDE        PIC 9(08) VALUE ZERO.
           05 WS-CPS-PERIODO-HASTA        PIC 9(08) VALUE ZERO.
           05 FILLER                      PIC X(13) VALUE SPACES.

        01 WS-PIE-PEN-SALIDA.
           05 WS-PPS-TIPO                 PIC X(03) VALUE 'PIE'.
           05 WS-PPS-CANT-REGISTROS       PIC 9(09).
           05 WS-PPS-HASH-CODIGO          PIC 9(12).
           05 FILLER                      PIC X(16) VALUE SPACES.

      *    CABECERA DEL MAESTRO VIGENTE, GUARDADA PARA REGENERAR LA
      *    DEL MAESTRO NUEVO CON LA FECHA DE ESTE PROCESO.
        01 WS-CAB-MAESTRO-VIEJA.
           05 WS-CMV-PERIODO-DESDE        PIC 9(08) VALUE ZERO.
           05 WS-CMV-PERIODO-HASTA        PIC 9(08) VALUE ZERO.

        01 WS-CAB-SALIDA.
           05 WS-CS-TIPO                  PIC X(03) VALUE 'CAB'.
           05 WS-CS-FECHA-ARCHIVO         PIC 9(08).
           05 WS-CS-PERIODO-DESDE         PIC 9(08).
           05 WS-CS-PERIODO-HASTA         PIC 9(08).
           05 FILLER                      PIC X(04) VALUE SPACES.

        01 WS-PIE-SALIDA.
           05 WS-PS-TIPO                  PIC X(03) VALUE 'PIE'.
           05 WS-PS-CANT-REGISTROS        PIC 9(09).
           05 WS-PS-HASH-CODIGO           PIC 9(12).
           05 FILLER                      PIC X(07) VALUE SPACES.

      *-----------------------------------------------------------------
      *ULTIMA CLAVE LEIDA DE CADA ARCHIVO, PARA DETECTAR DESORDEN
      *-----------------------------------------------------------------
        01 WS-MAE-CODIGO-ULT              PIC 9(05) VALUE ZERO.
        01 WS-NOV-CODIGO-ULT              PIC 9(05) VALUE ZERO.
        01 WS-PEN-CODIGO-ULT              PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      *APAREO DE CLAVES (BALANCE LINE), IGUAL QUE EN MANTCLI
      *-----------------------------------------------------------------
        01 WS-CLAVE-ACTUAL                PIC 9(05) VALUE ZERO.

        01 WS-REG-ACTUAL.
           05 WS-ACT-CODIGO               PIC 9(05).
           05 WS-ACT-DESCRIPCION          PIC X(15).
           05 WS-ACT-CATEGORIA            PIC 9(02).
           05 WS-ACT-PRECIO-LISTA         PIC 9(07)V99.

        01 WS-REGISTRO-ACTIVO             PIC X(01) VALUE 'N'.
           88 REGISTRO-ACTIVO                        VALUE 'S'.
           88 REGISTRO-INACTIVO                      VALUE 'N'.

      *-----------------------------------------------------------------
      *CAMBIO DE PRECIO EN CURSO: FECHA DESDE LA QUE RIGE EL PRECIO
      *NUEVO Y RESULTADO DEL CONTROL CONTRA EL HISTORIAL.
      *-----------------------------------------------------------------
        01 WS-CAMBIA-PRECIO               PIC X(01) VALUE 'N'.
           88 CAMBIA-PRECIO                          VALUE 'S'.
        01 WS-FECHA-CAMBIO                PIC 9(08) VALUE ZERO.
        01 WS-CONTROL-PRECIO              PIC X(01) VALUE SPACE.
           88 PRECIO-CAMBIO-NUEVO                    VALUE 'N'.
           88 PRECIO-CAMBIO-REPETIDO                 VALUE 'R'.
           88 PRECIO-CAMBIO-FUERA-ORDEN              VALUE 'O'.
           88 PRECIO-CAMBIO-CONFLICTO                VALUE 'C'.
        01 WS-FIN-PRECIOS                 PIC X(01) VALUE 'N'.
           88 FIN-PRECIOS                            VALUE 'S'.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           PERFORM 200-PROCESO
            UNTIL EOF-MAESTRO
            AND EOF-NOVACT

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO

           PERFORM 1102-LEO-MAESTRO

           PERFORM 1103-LEO-NOVEDADES

           PERFORM 1104-LEO-PENDIENTES

           PERFORM 1105-PROXIMA-NOVEDAD.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-MAESTRO FROM ENVIRONMENT "MANTPROD_MAESTRO".
           IF WS-PATH-MAESTRO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO MANTPROD_MAESTRO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-NOVEDADES
                FROM ENVIRONMENT "MANTPROD_NOVEDADES".
           IF WS-PATH-NOVEDADES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO MANTPROD_NOVEDADES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-NUEVOMAESTRO
                FROM ENVIRONMENT "MANTPROD_NUEVOMAESTRO".
           IF WS-PATH-NUEVOMAESTRO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'MANTPROD_NUEVOMAESTRO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "MANTPROD_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO MANTPROD_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-PENDIENTES
                FROM ENVIRONMENT "MANTPROD_PENDIENTES".
           IF WS-PATH-PENDIENTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'MANTPROD_PENDIENTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-NUEVOPENDIENTES
                FROM ENVIRONMENT "MANTPROD_NUEVOPENDIENTES".
           IF WS-PATH-NUEVOPENDIENTES = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                      'MANTPROD_NUEVOPENDIENTES'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-PRECIOS FROM ENVIRONMENT "MANTPROD_PRECIOS".
           IF WS-PATH-PRECIOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO MANTPROD_PRECIOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "MAESTRO: " WS-PATH-MAESTRO.
           DISPLAY "NOVEDADES: " WS-PATH-NOVEDADES.
           DISPLAY "NUEVOMAESTRO: " WS-PATH-NUEVOMAESTRO.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "PENDIENTES: " WS-PATH-PENDIENTES.
           DISPLAY "NUEVOPENDIENTES: " WS-PATH-NUEVOPENDIENTES.
           DISPLAY "PRECIOS: " WS-PATH-PRECIOS.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

       200-PROCESO.
      *    BALANCE LINE CLASICO, IGUAL QUE EN MANTCLI.
           PERFORM 2100-ELIJO-CLAVE.

           IF NOT EOF-MAESTRO AND MAE-CODIGO = WS-CLAVE-ACTUAL
              MOVE REG-MAESTRO-FD TO WS-REG-ACTUAL
              SET REGISTRO-ACTIVO TO TRUE
              PERFORM 1102-LEO-MAESTRO
           ELSE
              SET REGISTRO-INACTIVO TO TRUE
           END-IF.

           PERFORM 2200-APLICO-NOVEDAD
                UNTIL EOF-NOVACT
                OR WS-NOV-PRD-CODIGO NOT = WS-CLAVE-ACTUAL.

           IF REGISTRO-ACTIVO
              PERFORM 3000-GRABO-NUEVOMAESTRO
           END-IF.

       2100-ELIJO-CLAVE.
           IF EOF-MAESTRO
              MOVE WS-NOV-PRD-CODIGO TO WS-CLAVE-ACTUAL
           ELSE
              IF EOF-NOVACT
                 MOVE MAE-CODIGO TO WS-CLAVE-ACTUAL
              ELSE
                 IF MAE-CODIGO < WS-NOV-PRD-CODIGO
                    MOVE MAE-CODIGO TO WS-CLAVE-ACTUAL
                 ELSE
                    MOVE WS-NOV-PRD-CODIGO TO WS-CLAVE-ACTUAL
                 END-IF
              END-IF
           END-IF.

       2200-APLICO-NOVEDAD.
      *    LA VIGENCIA SE CONTROLA ANTES QUE EL CODIGO, COMO EN
      *    MANTCLI: LO QUE TODAVIA NO RIGE SE DIFIERE.
           IF WS-NOV-VIGENCIA > WS-FECHA-PROCESO
              PERFORM 2250-DIFIERO-NOVEDAD
           ELSE
              EVALUATE WS-NOV-CODIGO
                 WHEN 'A'
                    PERFORM 2210-ALTA
                 WHEN 'B'
                    PERFORM 2220-BAJA
                 WHEN 'M'
                    PERFORM 2230-MODIFICACION
                 WHEN OTHER
                    MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                    MOVE "CODIGO INVALIDO" TO WS-AUD-MOTIVO
                    PERFORM 2900-GRABO-AUDITORIA
                    ADD 1 TO WS-CANT-RECHAZADAS
              END-EVALUATE
           END-IF.
           PERFORM 1105-PROXIMA-NOVEDAD.

       2250-DIFIERO-NOVEDAD.
           MOVE WS-NOV-ACTUAL TO REG-NUEVOPENDIENTES-FD.
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
           ADD 1 TO WS-CANT-PEN-GRABADAS.
           ADD WS-NOV-PRD-CODIGO TO WS-HASH-PEN-GRABADO.
           ADD 1 TO WS-CANT-DIFERIDAS.
           MOVE "DIFERIDA " TO WS-AUD-RESULTADO.
           MOVE "VIGENCIA NO ALCANZADA" TO WS-AUD-MOTIVO.
           PERFORM 2900-GRABO-AUDITORIA.

       2210-ALTA.
      *    UN ALTA TRAE EL REGISTRO COMPLETO: SIN DESCRIPCION, O CON
      *    CATEGORIA O PRECIO NO NUMERICOS, EL PRODUCTO NO SIRVE PARA
      *    VALIDAR NI PARA CLASIFICAR VENTAS.
           IF REGISTRO-ACTIVO
              MOVE "RECHAZADA" TO WS-AUD-RESULTADO
              MOVE "ALTA DUPLICADA" TO WS-AUD-MOTIVO
              PERFORM 2900-GRABO-AUDITORIA
              ADD 1 TO WS-CANT-RECHAZADAS
           ELSE
              IF WS-NOV-DESCRIPCION = SPACES
                 OR WS-NOV-CATEGORIA IS NOT NUMERIC
                 OR WS-NOV-PRECIO IS NOT NUMERIC
                 MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 MOVE "ALTA INCOMPLETA O NO NUMERICA" TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-RECHAZADAS
              ELSE
                 MOVE WS-NOV-PRD-CODIGO    TO WS-ACT-CODIGO
                 MOVE WS-NOV-DESCRIPCION   TO WS-ACT-DESCRIPCION
                 MOVE WS-NOV-CATEGORIA-NUM TO WS-ACT-CATEGORIA
                 MOVE WS-NOV-PRECIO-NUM    TO WS-ACT-PRECIO-LISTA
                 SET REGISTRO-ACTIVO TO TRUE
                 MOVE "APLICADA " TO WS-AUD-RESULTADO
                 MOVE "ALTA" TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-APLICADAS
              END-IF
           END-IF.

       2220-BAJA.
      *    LA BAJA SACA EL PRODUCTO DEL MAESTRO; SU HISTORIAL DE
      *    PRECIOS QUEDA, PORQUE SUS VENTAS ATRASADAS TODAVIA PUEDEN
      *    LLEGAR.
           IF REGISTRO-ACTIVO
              SET REGISTRO-INACTIVO TO TRUE
              MOVE "APLICADA " TO WS-AUD-RESULTADO
              MOVE "BAJA" TO WS-AUD-MOTIVO
              PERFORM 2900-GRABO-AUDITORIA
              ADD 1 TO WS-CANT-APLICADAS
           ELSE
              MOVE "RECHAZADA" TO WS-AUD-RESULTADO
              MOVE "BAJA DE CODIGO INEXISTENTE" TO WS-AUD-MOTIVO
              PERFORM 2900-GRABO-AUDITORIA
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.

       2230-MODIFICACION.
           IF REGISTRO-ACTIVO
              IF (WS-NOV-CATEGORIA NOT = SPACES
                  AND WS-NOV-CATEGORIA IS NOT NUMERIC)
                 OR (WS-NOV-PRECIO NOT = SPACES
                  AND WS-NOV-PRECIO IS NOT NUMERIC)
                 MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 MOVE "CATEGORIA O PRECIO NO NUMERICO"
                      TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-RECHAZADAS
              ELSE
                 PERFORM 2235-APLICO-MODIFICACION
              END-IF
           ELSE
              MOVE "RECHAZADA" TO WS-AUD-RESULTADO
              MOVE "MODIF DE CODIGO INEXISTENTE" TO WS-AUD-MOTIVO
              PERFORM 2900-GRABO-AUDITORIA
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.

       2235-APLICO-MODIFICACION.
      *    UN CAMPO EN BLANCO DEJA EL VALOR VIGENTE. UN PRECIO DISTINTO
      *    DEL VIGENTE ES UN CAMBIO DE PRECIO: ANTES DE TOCAR EL
      *    MAESTRO SE CONTROLA Y SE GRABA EN EL HISTORIAL, Y SI NO
      *    PUEDE GRABARSE LA NOVEDAD ENTERA SE RECHAZA (NO QUEDA UNA
      *    DESCRIPCION CAMBIADA CON EL PRECIO A MEDIAS).
           MOVE 'N' TO WS-CAMBIA-PRECIO.
           SET PRECIO-CAMBIO-NUEVO TO TRUE.
           IF WS-NOV-PRECIO NOT = SPACES
              AND WS-NOV-PRECIO-NUM NOT = WS-ACT-PRECIO-LISTA
              SET CAMBIA-PRECIO TO TRUE
              PERFORM 2240-CONTROLO-CAMBIO-PRECIO
           END-IF.

           EVALUATE TRUE
              WHEN PRECIO-CAMBIO-FUERA-ORDEN
                 MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 MOVE "VIGENCIA ANTERIOR A OTRO CAMBIO"
                      TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-RECHAZADAS
              WHEN PRECIO-CAMBIO-CONFLICTO
                 MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 MOVE "YA HUBO OTRO CAMBIO ESA FECHA" TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-RECHAZADAS
              WHEN OTHER
                 IF CAMBIA-PRECIO
                    PERFORM 2260-GRABO-CAMBIO-PRECIO
                    MOVE WS-NOV-PRECIO-NUM TO WS-ACT-PRECIO-LISTA
                 END-IF
                 IF WS-NOV-DESCRIPCION NOT = SPACES
                    MOVE WS-NOV-DESCRIPCION TO WS-ACT-DESCRIPCION
                 END-IF
                 IF WS-NOV-CATEGORIA NOT = SPACES
                    MOVE WS-NOV-CATEGORIA-NUM TO WS-ACT-CATEGORIA
                 END-IF
                 MOVE "APLICADA " TO WS-AUD-RESULTADO
                 MOVE "MODIFICACION" TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 IF CAMBIA-PRECIO
                    PERFORM 2910-GRABO-LINEA-PRECIO
                 END-IF
                 ADD 1 TO WS-CANT-APLICADAS
           END-EVALUATE.

       2240-CONTROLO-CAMBIO-PRECIO.
      *    EL PRECIO NUEVO RIGE DESDE LA VIGENCIA DE LA NOVEDAD (O
      *    DESDE HOY SI NO LA TRAE). PARA QUE EL HISTORIAL SIGA
      *    RESPONDIENDO BIEN "QUE PRECIO REGIA EN TAL FECHA", LOS
      *    CAMBIOS DE UN PRODUCTO TIENEN QUE ENTRAR EN ORDEN DE FECHA:
      *    - SI YA HAY UN CAMBIO CON ESA MISMA FECHA Y PARTIO DEL
      *      PRECIO VIGENTE, ES LA MISMA NOVEDAD EN UN REPROCESO
      *      CONTRA EL MISMO MAESTRO VIEJO: SE REGRABA IGUAL;
      *    - SI PARTIO DE OTRO PRECIO, ES UN SEGUNDO CAMBIO EL MISMO
      *      DIA: SE RECHAZA;
      *    - SI HAY UN CAMBIO POSTERIOR YA REGISTRADO, LA NOVEDAD
      *      LLEGA FUERA DE ORDEN: SE RECHAZA.
           IF WS-NOV-VIGENCIA = ZERO
              MOVE WS-FECHA-PROCESO TO WS-FECHA-CAMBIO
           ELSE
              MOVE WS-NOV-VIGENCIA TO WS-FECHA-CAMBIO
           END-IF.

           MOVE WS-CLAVE-ACTUAL TO PRH-CODIGO.
           MOVE WS-FECHA-CAMBIO TO PRH-FECHA-CAMBIO.
           READ PRECIOS
              INVALID KEY
                 SET PRECIO-CAMBIO-NUEVO TO TRUE
              NOT INVALID KEY
                 IF PRH-PRECIO-ANTERIOR = WS-ACT-PRECIO-LISTA
                    SET PRECIO-CAMBIO-REPETIDO TO TRUE
                 ELSE
                    SET PRECIO-CAMBIO-CONFLICTO TO TRUE
                 END-IF
           END-READ.
           IF FS-PRECIOS = '00' OR FS-PRECIOS = '23'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2240-CONTROLO-CAMBIO-PRECIO'
              DISPLAY 'ARCHIVO PRECIOS'
              DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF PRECIO-CAMBIO-NUEVO
              PERFORM 2245-BUSCO-CAMBIO-POSTERIOR
           END-IF.

       2245-BUSCO-CAMBIO-POSTERIOR.
           MOVE WS-CLAVE-ACTUAL TO PRH-CODIGO.
           MOVE WS-FECHA-CAMBIO TO PRH-FECHA-CAMBIO.
           MOVE 'N' TO WS-FIN-PRECIOS.
           START PRECIOS KEY > PRH-CLAVE
              INVALID KEY
                 SET FIN-PRECIOS TO TRUE
           END-START.
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
                    IF PRH-CODIGO = WS-CLAVE-ACTUAL
                       SET PRECIO-CAMBIO-FUERA-ORDEN TO TRUE
                    END-IF
                 ELSE
                    DISPLAY 'ERROR EN 2245-BUSCO-CAMBIO-POSTERIOR'
                    DISPLAY 'ARCHIVO PRECIOS'
                    DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       2260-GRABO-CAMBIO-PRECIO.
      *    EL PRECIO REEMPLAZADO PASA AL HISTORIAL. EN UN REPROCESO EL
      *    REGISTRO YA EXISTE Y SE REESCRIBE CON LOS MISMOS VALORES.
           MOVE WS-CLAVE-ACTUAL     TO PRH-CODIGO.
           MOVE WS-FECHA-CAMBIO     TO PRH-FECHA-CAMBIO.
           MOVE WS-ACT-PRECIO-LISTA TO PRH-PRECIO-ANTERIOR.
           MOVE WS-NOV-PRECIO-NUM   TO PRH-PRECIO-NUEVO.
           MOVE WS-FECHA-PROCESO    TO PRH-FECHA-PROCESO.
           IF PRECIO-CAMBIO-REPETIDO
              REWRITE REG-PRECIOS-FD
           ELSE
              WRITE REG-PRECIOS-FD
           END-IF.
           IF FS-PRECIOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO PRECIOS'
              DISPLAY 'CLAVE: ' PRH-CLAVE
              DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-CAMBIOS-PRECIO.

       2900-GRABO-AUDITORIA.
           MOVE WS-NOV-CODIGO     TO WS-AUD-CODIGO.
           MOVE WS-NOV-PRD-CODIGO TO WS-AUD-PRD-CODIGO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-AUDITORIA.
           PERFORM 3900-VERIFICO-LISTADO.

       2910-GRABO-LINEA-PRECIO.
           MOVE PRH-PRECIO-ANTERIOR TO WS-LP-ANTERIOR.
           MOVE PRH-PRECIO-NUEVO    TO WS-LP-NUEVO.
           MOVE PRH-FECHA-CAMBIO    TO WS-LP-FECHA-CAMBIO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-PRECIO.
           PERFORM 3900-VERIFICO-LISTADO.

       3000-GRABO-NUEVOMAESTRO.
           WRITE REG-NUEVOMAESTRO-FD FROM WS-REG-ACTUAL.

           IF FS-NUEVOMAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVOMAESTRO'
              DISPLAY 'ARCHIVO NUEVOMAESTRO'
              DISPLAY 'FS-NUEVOMAESTRO: ' FS-NUEVOMAESTRO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-GRABADOS.
           ADD WS-ACT-CODIGO TO WS-HASH-GRABADO.

       3050-GRABO-CAB-SALIDA.
      *    LA CABECERA DEL MAESTRO NUEVO LLEVA LA FECHA DE ESTE
      *    PROCESO Y CONSERVA EL PERIODO DECLARADO POR LA VIEJA.
           MOVE WS-FECHA-PROCESO     TO WS-CS-FECHA-ARCHIVO.
           MOVE WS-CMV-PERIODO-DESDE TO WS-CS-PERIODO-DESDE.
           MOVE WS-CMV-PERIODO-HASTA TO WS-CS-PERIODO-HASTA.
           WRITE REG-NUEVOMAESTRO-FD FROM WS-CAB-SALIDA.

           IF FS-NUEVOMAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVOMAESTRO'
              DISPLAY 'ARCHIVO NUEVOMAESTRO'
              DISPLAY 'FS-NUEVOMAESTRO: ' FS-NUEVOMAESTRO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-TITULO-LISTADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.

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

       300-FINALIZO.
      *    PIE REGENERADO DEL MAESTRO NUEVO: CUENTA Y HASH DE LO
      *    REALMENTE GRABADO, QUE ES LO QUE CARGPROD VA A BALANCEAR.
           MOVE WS-CANT-GRABADOS TO WS-PS-CANT-REGISTROS.
           MOVE WS-HASH-GRABADO  TO WS-PS-HASH-CODIGO.
           WRITE REG-NUEVOMAESTRO-FD FROM WS-PIE-SALIDA.

           IF FS-NUEVOMAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVOMAESTRO'
              DISPLAY 'ARCHIVO NUEVOMAESTRO'
              DISPLAY 'FS-NUEVOMAESTRO: ' FS-NUEVOMAESTRO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CANT-PEN-GRABADAS TO WS-PPS-CANT-REGISTROS.
           MOVE WS-HASH-PEN-GRABADO  TO WS-PPS-HASH-CODIGO.
           WRITE REG-NUEVOPENDIENTES-FD FROM WS-PIE-PEN-SALIDA.

           IF FS-NUEVOPEND = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVOPENDIENTES'
              DISPLAY 'FS-NUEVOPEND: ' FS-NUEVOPEND
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "MAESTROS LEIDOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-MAE-LEIDOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "NOVEDADES LEIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-NOV-LEIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "PENDIENTES REALIMENTADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-PEN-LEIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "NOVEDADES APLICADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-APLICADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "NOVEDADES RECHAZADAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-RECHAZADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "NOVEDADES DIFERIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-DIFERIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "CAMBIOS DE PRECIO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-CAMBIOS-PRECIO TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "MAESTROS GRABADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-GRABADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           DISPLAY "MAESTROS LEIDOS: " WS-CANT-MAE-LEIDOS.
           DISPLAY "NOVEDADES LEIDAS: " WS-CANT-NOV-LEIDAS.
           DISPLAY "PENDIENTES REALIMENTADAS: " WS-CANT-PEN-LEIDAS.
           DISPLAY "NOVEDADES APLICADAS: " WS-CANT-APLICADAS.
           DISPLAY "NOVEDADES RECHAZADAS: " WS-CANT-RECHAZADAS.
           DISPLAY "NOVEDADES DIFERIDAS: " WS-CANT-DIFERIDAS.
           DISPLAY "CAMBIOS DE PRECIO: " WS-CANT-CAMBIOS-PRECIO.
           DISPLAY "MAESTROS GRABADOS: " WS-CANT-GRABADOS.

           PERFORM 5000-CIERRO-ARCHIVOS.

       1000-ABRO-ARCHIVOS.

           OPEN INPUT MAESTRO

           IF FS-MAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO MAESTRO'
              DISPLAY 'FS-MAESTRO: ' FS-MAESTRO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT NOVEDADES

           IF FS-NOVEDADES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NOVEDADES'
              DISPLAY 'FS-NOVEDADES: ' FS-NOVEDADES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN OUTPUT NUEVOMAESTRO

           IF FS-NUEVOMAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUEVOMAESTRO'
              DISPLAY 'FS-NUEVOMAESTRO: ' FS-NUEVOMAESTRO
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


      *    EN LA PRIMERA CORRIDA EL ARCHIVO DE PENDIENTES TODAVIA NO
      *    EXISTE ('35'): LA FUENTE ARRANCA AGOTADA, NO ES UN ERROR.
           OPEN INPUT PENDIENTES

           EVALUATE FS-PENDIENTES
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET SIN-PENDIENTES TO TRUE
                 DISPLAY 'SIN PENDIENTES DE CORRIDAS ANTERIORES'
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

           MOVE WS-FECHA-PROCESO TO WS-CPS-FECHA-ARCHIVO.
           WRITE REG-NUEVOPENDIENTES-FD FROM WS-CAB-PEN-SALIDA.
           IF FS-NUEVOPEND = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVOPENDIENTES'
              DISPLAY 'FS-NUEVOPEND: ' FS-NUEVOPEND
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.


      *    EL HISTORIAL DE PRECIOS SE ABRE I-O. EN LA PRIMERA CORRIDA
      *    TODAVIA NO EXISTE ('35') Y OPEN I-O NO LO CREA: SE CREA
      *    VACIO CON OPEN OUTPUT Y SE REABRE, COMO EL HISTORIAL DE
      *    APAREO.
           OPEN I-O PRECIOS.
           IF FS-PRECIOS = '35'
              OPEN OUTPUT PRECIOS
              CLOSE PRECIOS
              OPEN I-O PRECIOS
           END-IF.

           IF FS-PRECIOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO PRECIOS'
              DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1102-LEO-MAESTRO.
           MOVE 'N' TO WS-MAE-REG-DATOS.
           PERFORM 1112-LEO-REG-MAESTRO
                UNTIL MAE-REG-DATOS OR EOF-MAESTRO.

       1112-LEO-REG-MAESTRO.
           INITIALIZE REG-MAESTRO-FD.
            READ MAESTRO
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO MAESTRO'
                     SET EOF-MAESTRO TO TRUE
                     PERFORM 1120-BALANCEO-MAESTRO
            END-READ.
            IF FS-MAESTRO = '00'
              EVALUATE MAC-TIPO
                 WHEN 'CAB'
                    SET CAB-MAE-LEIDA TO TRUE
                    MOVE MAC-PERIODO-DESDE TO WS-CMV-PERIODO-DESDE
                    MOVE MAC-PERIODO-HASTA TO WS-CMV-PERIODO-HASTA
      *             LA CABECERA DEL MAESTRO NUEVO SE GRABA APENAS SE
      *             CONOCE LA VIEJA, ASI QUEDA PRIMERA EN EL ARCHIVO.
                    PERFORM 3050-GRABO-CAB-SALIDA
                 WHEN 'PIE'
                    SET PIE-MAE-LEIDO TO TRUE
                    MOVE MAP-CANT-REGISTROS TO WS-PIE-MAE-CANT
                    MOVE MAP-HASH-CODIGO    TO WS-PIE-MAE-HASH
                 WHEN OTHER
                    PERFORM 1116-DATOS-MAESTRO
              END-EVALUATE
            ELSE
              IF FS-MAESTRO = '10'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO MAESTRO'
                 DISPLAY 'ARCHIVO MAESTRO'
                 DISPLAY 'FS-MAESTRO: ' FS-MAESTRO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
            END-IF.

       1116-DATOS-MAESTRO.
           IF PIE-MAE-LEIDO
              DISPLAY 'ERROR EN 1116-DATOS-MAESTRO'
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE - CODIGO: '
                      MAE-CODIGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CAB-MAE-LEIDA
              DISPLAY 'ERROR EN 1116-DATOS-MAESTRO'
              DISPLAY 'EL ARCHIVO MAESTRO NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MAE-CODIGO IS NOT NUMERIC
              OR MAE-CATEGORIA IS NOT NUMERIC
              OR MAE-PRECIO-LISTA IS NOT NUMERIC
              DISPLAY 'ERROR EN 1116-DATOS-MAESTRO'
              DISPLAY 'CAMPO NO NUMERICO: ' REG-MAESTRO-FD
              DISPLAY 'EL ARCHIVO NO PARECE UN MAESTRO VALIDO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CANT-MAE-LEIDOS > ZERO
              AND MAE-CODIGO NOT > WS-MAE-CODIGO-ULT
              DISPLAY 'ARCHIVO MAESTRO FUERA DE ORDEN'
              DISPLAY 'CLAVE LEIDA: ' MAE-CODIGO
              DISPLAY 'CLAVE ANTERIOR: ' WS-MAE-CODIGO-ULT
              DISPLAY 'EL ARCHIVO DEBE VENIR ORDENADO POR CODIGO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE MAE-CODIGO TO WS-MAE-CODIGO-ULT.
           ADD 1 TO WS-CANT-MAE-LEIDOS.
           ADD MAE-CODIGO TO WS-HASH-MAE-LEIDO.
           SET MAE-REG-DATOS TO TRUE.

       1120-BALANCEO-MAESTRO.
           IF NOT PIE-MAE-LEIDO
              DISPLAY 'ERROR EN 1120-BALANCEO-MAESTRO'
              DISPLAY 'EL ARCHIVO MAESTRO NO TRAE REGISTRO PIE'
              DISPLAY 'EL ARCHIVO PUEDE HABER LLEGADO TRUNCADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CANT-MAE-LEIDOS NOT = WS-PIE-MAE-CANT
              DISPLAY 'ERROR EN 1120-BALANCEO-MAESTRO'
              DISPLAY 'MAESTROS LEIDOS: ' WS-CANT-MAE-LEIDOS
              DISPLAY 'MAESTROS SEGUN PIE: ' WS-PIE-MAE-CANT
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HASH-MAE-LEIDO NOT = WS-PIE-MAE-HASH
              DISPLAY 'ERROR EN 1120-BALANCEO-MAESTRO'
              DISPLAY 'HASH DE CODIGO LEIDO: ' WS-HASH-MAE-LEIDO
              DISPLAY 'HASH DE CODIGO SEGUN PIE: ' WS-PIE-MAE-HASH
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

       1103-LEO-NOVEDADES.
           MOVE 'N' TO WS-NOV-REG-DATOS.
           PERFORM 1113-LEO-REG-NOVEDADES
                UNTIL NOV-REG-DATOS OR EOF-NOVEDADES.

       1113-LEO-REG-NOVEDADES.
           INITIALIZE REG-NOVEDADES-FD.
            READ NOVEDADES
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO NOVEDADES'
                     SET EOF-NOVEDADES TO TRUE
                     PERFORM 1130-BALANCEO-NOVEDADES
            END-READ.
            IF FS-NOVEDADES = '00'
              EVALUATE NOC-TIPO
                 WHEN 'CAB'
                    SET CAB-NOV-LEIDA TO TRUE
                 WHEN 'PIE'
                    SET PIE-NOV-LEIDO TO TRUE
                    MOVE NOP-CANT-REGISTROS TO WS-PIE-NOV-CANT
                    MOVE NOP-HASH-CODIGO    TO WS-PIE-NOV-HASH
                 WHEN OTHER
                    PERFORM 1117-DATOS-NOVEDADES
              END-EVALUATE
            ELSE
              IF FS-NOVEDADES = '10'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO NOVEDADES'
                 DISPLAY 'ARCHIVO NOVEDADES'
                 DISPLAY 'FS-NOVEDADES: ' FS-NOVEDADES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
            END-IF.

       1117-DATOS-NOVEDADES.
           IF PIE-NOV-LEIDO
              DISPLAY 'ERROR EN 1117-DATOS-NOVEDADES'
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE - CODIGO: '
                      NOV-PRD-CODIGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CAB-NOV-LEIDA
              DISPLAY 'ERROR EN 1117-DATOS-NOVEDADES'
              DISPLAY 'EL ARCHIVO NOVEDADES NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOV-PRD-CODIGO IS NOT NUMERIC
              DISPLAY 'ERROR EN 1117-DATOS-NOVEDADES'
              DISPLAY 'CLAVE NO NUMERICA: ' NOV-PRD-CODIGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOV-PRD-CODIGO < WS-NOV-CODIGO-ULT
              DISPLAY 'ARCHIVO NOVEDADES FUERA DE ORDEN'
              DISPLAY 'CLAVE LEIDA: ' NOV-PRD-CODIGO
              DISPLAY 'CLAVE ANTERIOR: ' WS-NOV-CODIGO-ULT
              DISPLAY 'EL ARCHIVO DEBE VENIR ORDENADO POR CODIGO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NOV-PRD-CODIGO TO WS-NOV-CODIGO-ULT.
           ADD 1 TO WS-CANT-NOV-LEIDAS.
           ADD NOV-PRD-CODIGO TO WS-HASH-NOV-LEIDO.
           IF NOV-VIGENCIA IS NOT NUMERIC
              MOVE ZERO TO NOV-VIGENCIA
           END-IF.
           SET NOV-REG-DATOS TO TRUE.

       1130-BALANCEO-NOVEDADES.
           IF NOT PIE-NOV-LEIDO
              DISPLAY 'ERROR EN 1130-BALANCEO-NOVEDADES'
              DISPLAY 'EL ARCHIVO NOVEDADES NO TRAE REGISTRO PIE'
              DISPLAY 'EL ARCHIVO PUEDE HABER LLEGADO TRUNCADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CANT-NOV-LEIDAS NOT = WS-PIE-NOV-CANT
              DISPLAY 'ERROR EN 1130-BALANCEO-NOVEDADES'
              DISPLAY 'NOVEDADES LEIDAS: ' WS-CANT-NOV-LEIDAS
              DISPLAY 'NOVEDADES SEGUN PIE: ' WS-PIE-NOV-CANT
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HASH-NOV-LEIDO NOT = WS-PIE-NOV-HASH
              DISPLAY 'ERROR EN 1130-BALANCEO-NOVEDADES'
              DISPLAY 'HASH DE CODIGO LEIDO: ' WS-HASH-NOV-LEIDO
              DISPLAY 'HASH DE CODIGO SEGUN PIE: ' WS-PIE-NOV-HASH
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

       1104-LEO-PENDIENTES.
           IF SIN-PENDIENTES
              SET EOF-PENDIENTES TO TRUE
           ELSE
              MOVE 'N' TO WS-PEN-REG-DATOS
              PERFORM 1114-LEO-REG-PENDIENTES
                   UNTIL PEN-REG-DATOS OR EOF-PENDIENTES
           END-IF.

       1114-LEO-REG-PENDIENTES.
           INITIALIZE REG-PENDIENTES-FD.
            READ PENDIENTES
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO PENDIENTES'
                     SET EOF-PENDIENTES TO TRUE
                     PERFORM 1140-BALANCEO-PENDIENTES
            END-READ.
            IF FS-PENDIENTES = '00'
              EVALUATE PEC-TIPO
                 WHEN 'CAB'
                    SET CAB-PEN-LEIDA TO TRUE
                 WHEN 'PIE'
                    SET PIE-PEN-LEIDO TO TRUE
                    MOVE PEP-CANT-REGISTROS TO WS-PIE-PEN-CANT
                    MOVE PEP-HASH-CODIGO    TO WS-PIE-PEN-HASH
                 WHEN OTHER
                    PERFORM 1118-DATOS-PENDIENTES
              END-EVALUATE
            ELSE
              IF FS-PENDIENTES = '10'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO PENDIENTES'
                 DISPLAY 'ARCHIVO PENDIENTES'
                 DISPLAY 'FS-PENDIENTES: ' FS-PENDIENTES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
            END-IF.

       1118-DATOS-PENDIENTES.
           IF PIE-PEN-LEIDO
              DISPLAY 'ERROR EN 1118-DATOS-PENDIENTES'
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE - CODIGO: '
                      PEN-PRD-CODIGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CAB-PEN-LEIDA
              DISPLAY 'ERROR EN 1118-DATOS-PENDIENTES'
              DISPLAY 'EL ARCHIVO PENDIENTES NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PEN-PRD-CODIGO < WS-PEN-CODIGO-ULT
              DISPLAY 'ARCHIVO PENDIENTES FUERA DE ORDEN'
              DISPLAY 'CLAVE LEIDA: ' PEN-PRD-CODIGO
              DISPLAY 'CLAVE ANTERIOR: ' WS-PEN-CODIGO-ULT
              DISPLAY 'EL ARCHIVO DEBE VENIR ORDENADO POR CODIGO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PEN-PRD-CODIGO TO WS-PEN-CODIGO-ULT.
           ADD 1 TO WS-CANT-PEN-LEIDAS.
           ADD PEN-PRD-CODIGO TO WS-HASH-PEN-LEIDO.
           IF PEN-VIGENCIA IS NOT NUMERIC
              MOVE ZERO TO PEN-VIGENCIA
           END-IF.
           SET PEN-REG-DATOS TO TRUE.

       1140-BALANCEO-PENDIENTES.
           IF NOT PIE-PEN-LEIDO
              DISPLAY 'ERROR EN 1140-BALANCEO-PENDIENTES'
              DISPLAY 'EL ARCHIVO PENDIENTES NO TRAE REGISTRO PIE'
              DISPLAY 'EL ARCHIVO PUEDE HABER LLEGADO TRUNCADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CANT-PEN-LEIDAS NOT = WS-PIE-PEN-CANT
              DISPLAY 'ERROR EN 1140-BALANCEO-PENDIENTES'
              DISPLAY 'PENDIENTES LEIDAS: ' WS-CANT-PEN-LEIDAS
              DISPLAY 'PENDIENTES SEGUN PIE: ' WS-PIE-PEN-CANT
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HASH-PEN-LEIDO NOT = WS-PIE-PEN-HASH
              DISPLAY 'ERROR EN 1140-BALANCEO-PENDIENTES'
              DISPLAY 'HASH DE CODIGO LEIDO: ' WS-HASH-PEN-LEIDO
              DISPLAY 'HASH DE CODIGO SEGUN PIE: ' WS-PIE-PEN-HASH
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

       1105-PROXIMA-NOVEDAD.
      *    MEZCLA DE LAS DOS FUENTES DE NOVEDADES, IGUAL QUE EN
      *    MANTCLI: EN EMPATE GANA EL PENDIENTE, QUE ES MAS VIEJO.
           IF EOF-NOVEDADES AND EOF-PENDIENTES
              SET EOF-NOVACT TO TRUE
           ELSE
              IF EOF-NOVEDADES
                 PERFORM 1106-TOMO-PENDIENTE
              ELSE
                 IF EOF-PENDIENTES
                    PERFORM 1107-TOMO-NOVEDAD
                 ELSE
                    IF PEN-PRD-CODIGO NOT > NOV-PRD-CODIGO
                       PERFORM 1106-TOMO-PENDIENTE
                    ELSE
                       PERFORM 1107-TOMO-NOVEDAD
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1106-TOMO-PENDIENTE.
           MOVE PEN-CODIGO      TO WS-NOV-CODIGO.
           MOVE PEN-PRD-CODIGO  TO WS-NOV-PRD-CODIGO.
           MOVE PEN-DESCRIPCION TO WS-NOV-DESCRIPCION.
           MOVE PEN-CATEGORIA   TO WS-NOV-CATEGORIA.
           MOVE PEN-PRECIO      TO WS-NOV-PRECIO.
           MOVE PEN-VIGENCIA    TO WS-NOV-VIGENCIA.
           PERFORM 1104-LEO-PENDIENTES.

       1107-TOMO-NOVEDAD.
           MOVE NOV-CODIGO      TO WS-NOV-CODIGO.
           MOVE NOV-PRD-CODIGO  TO WS-NOV-PRD-CODIGO.
           MOVE NOV-DESCRIPCION TO WS-NOV-DESCRIPCION.
           MOVE NOV-CATEGORIA   TO WS-NOV-CATEGORIA.
           MOVE NOV-PRECIO      TO WS-NOV-PRECIO.
           MOVE NOV-VIGENCIA    TO WS-NOV-VIGENCIA.
           PERFORM 1103-LEO-NOVEDADES.

       5000-CIERRO-ARCHIVOS.

           CLOSE MAESTRO.

           IF FS-MAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO MAESTRO'
              DISPLAY 'FS-MAESTRO: ' FS-MAESTRO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE NOVEDADES.

           IF FS-NOVEDADES = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NOVEDADES'
              DISPLAY 'FS-NOVEDADES: ' FS-NOVEDADES
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE NUEVOMAESTRO.

           IF FS-NUEVOMAESTRO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUEVOMAESTRO'
              DISPLAY 'FS-NUEVOMAESTRO: ' FS-NUEVOMAESTRO
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


           CLOSE PRECIOS.

           IF FS-PRECIOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO PRECIOS'
              DISPLAY 'FS-PRECIOS: ' FS-PRECIOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
