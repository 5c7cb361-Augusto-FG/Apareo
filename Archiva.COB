       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVA.
      *****************************************************************
      *  ARCHIVO POR PERIODO DE LO QUE DEJA LA CADENA: SE CORRE
      *  DESPUES DE QUE CONSPER CIERRA EL PERIODO (ARCHIVA_DESDE /
      *  ARCHIVA_HASTA, QUE TIENE QUE FIGURAR CERRADO EN EL CONTROL DE
      *  PERIODOS) Y, ANTES DE QUE LA CADENA DEL MES SIGUIENTE LAS
      *  PISE, COPIA LAS SALIDAS DE APAREO (LISTADO, EXTRACTO,
      *  SINCOINCIDENCIA, LIBRO IVA, VENTAS RETENIDAS POR CREDITO Y SU
      *  LISTADO), SU BITACORA, LOS COMPROBANTES DE FACTURA, EL DIARIO
      *  DE ASIENTOS, LOS REGISTROS DE CONTROL DE CADA PASO Y EL
      *  ESTADO DE CADENA A UNA GENERACION
      *  CON EL NOMBRE DEL PERIODO:
      *      <ARCHIVA_DIRECTORIO>/<DESDE>_<HASTA>.<VARIABLE>
      *  DONDE <VARIABLE> ES LA VARIABLE DE ENTORNO CON QUE LA CADENA
      *  UBICA EL ARCHIVO (APAREO_EXTRACTO, RECICLA_CONTROL, ...).
      *  ADEMAS GUARDA EN LA GENERACION LA PARTE DEL PERIODO DEL
      *  HISTORIAL DE IDEVE (INDEXADO, LAS VENTAS DEL EXTRACTO, DE
      *  SINCOINCIDENCIA Y LAS RETENIDAS POR CREDITO) Y DEL HISTORICO
      *  ACUMULADO DE CONSPER.
      *  CADA COPIA SE ASIENTA EN EL CATALOGO (ARCHIVA_CATALOGO) CON
      *  SU CANTIDAD DE REGISTROS Y UN TOTAL DE CONTROL PARA PODER
      *  VERIFICARLA DESPUES:
      *    APAREO_EXTRACTO    IMPORTE NETO DE LOS 'D' (COMO CONSPER)
      *    APAREO_HISTORIAL   SUMA DE LOS IDEVE ARCHIVADOS
      *    CONSPER_HISTORICO  IMPORTE NETO DEL PERIODO
      *    LOS DEMAS          CERO (SOLO CANTIDAD DE REGISTROS)
      *  CONSCLI Y COMPARA UBICAN UN PERIODO ARCHIVADO POR ESTE
      *  CATALOGO, SIN RESTAURAR ARCHIVOS A MANO. UN PERIODO QUE SE
      *  ARCHIVA DE NUEVO REEMPLAZA SUS ENTRADAS.
      *  SI TODO SE ARCHIVO BIEN, DEPURA:
      *  - DEL HISTORIAL, LOS IDEVE CONFIRMADOS CON FECHA ANTERIOR A
      *    ARCHIVA_RETENCION_MESES MESES ANTES DEL FIN DEL PERIODO,
      *  - DEL HISTORICO, LOS PERIODOS QUE TERMINAN ANTES DE ESE
      *    MISMO CORTE Y YA TIENEN SU GENERACION EN EL CATALOGO (LOS
      *    VENCIDOS SIN ARCHIVAR SE CONSERVAN Y SE INFORMAN),
      *  - LAS GENERACIONES QUE TERMINAN ANTES DE
      *    ARCHIVA_RETENCION_GENERACIONES MESES (ARCHIVOS Y CATALOGO).
      *  SIN INFORMAR, LAS RETENCIONES SON 24 Y 120 MESES; CERO NO
      *  DEPURA. CON ALGUN ARCHIVO EN ERROR NO SE DEPURA NADA Y EL
      *  PROGRAMA TERMINA CON CODIGO 30.
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

      *    LOS ARCHIVOS DE LA CADENA SE ASIGNAN A LA MISMA VARIABLE DE
      *    ENTORNO QUE USA EL PASO QUE LOS GRABA (COMO EN PREVUELO).
      *    ARCHIVA_PERIODOS APUNTA AL MISMO ARCHIVO QUE
      *    APAREO_PERIODOS. HISGEN Y HCOGEN SON LAS COPIAS EN LA
      *    GENERACION: SE REAPUNTAN AL ABRIRLAS, COMO EN CONSOSUC.
           SELECT PERIODOS ASSIGN TO
           "ARCHIVA_PERIODOS"
                                     FILE STATUS IS FS-PERIODOS.
           SELECT CATALOGO ASSIGN TO
           "ARCHIVA_CATALOGO"
                                     FILE STATUS IS FS-CATALOGO.
           SELECT LISTADO ASSIGN TO
           "ARCHIVA_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           SELECT EXTRACTO ASSIGN TO
           "APAREO_EXTRACTO"
                                     FILE STATUS IS FS-EXTRACTO.
           SELECT SINCOINCIDENCIA ASSIGN TO
           "APAREO_SINCOINCIDENCIA"
                                     FILE STATUS IS FS-SINCOINCIDENCIA.
           SELECT EXCCREDITO ASSIGN TO
           "APAREO_EXCCREDITO"
                                     FILE STATUS IS FS-EXCCREDITO.
           SELECT HISTORIAL ASSIGN TO
           "APAREO_HISTORIAL"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HIS-IDEVE
                                     FILE STATUS IS FS-HISTORIAL.
           SELECT HISGEN ASSIGN TO
           "ARCHIVA_HISGEN"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS HGE-IDEVE
                                     FILE STATUS IS FS-HISGEN.
           SELECT HISTORICO ASSIGN TO
           "CONSPER_HISTORICO"
                                     FILE STATUS IS FS-HISTORICO.
           SELECT HCOGEN ASSIGN TO
           "ARCHIVA_HCOGEN"
                                     FILE STATUS IS FS-HCOGEN.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------

       FD  PERIODOS.
      *****************************************************************
      *  REGISTRO DE CONTROL DE PERIODO (MISMO LAYOUT QUE EN APAREO)
      *****************************************************************
       01  REG-PERIODOS-FD.
           05  PER-DESDE              PIC 9(08).
           05  PER-HASTA              PIC 9(08).
           05  PER-ESTADO             PIC X(01).
           05  PER-FECHA-PROCESO      PIC 9(08).
           05  PER-VENTAS             PIC 9(09).
           05  PER-IMPORTE            PIC S9(10)V99
                                      SIGN LEADING SEPARATE.

       FD  CATALOGO.
      *****************************************************************
      *  CATALOGO DE GENERACIONES: UN REGISTRO POR ARCHIVO ARCHIVADO
      *  DE CADA PERIODO, CON LA VARIABLE DE ENTORNO DE ORIGEN, EL
      *  PATH DE LA COPIA, LA FECHA EN QUE SE ARCHIVO Y SUS CIFRAS DE
      *  CONTROL. LO LEEN CONSCLI Y COMPARA.
      *****************************************************************
       01  REG-CATALOGO-FD.
           05  CAT-DESDE              PIC 9(08).
           05  CAT-HASTA              PIC 9(08).
           05  CAT-ARCHIVO            PIC X(25).
           05  CAT-FECHA-ARCHIVADO    PIC 9(08).
           05  CAT-REGISTROS          PIC 9(09).
           05  CAT-TOTAL              PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  CAT-PATH               PIC X(100).

       FD  LISTADO.
      *****************************************************************
      *  LISTADO DEL ARCHIVO: UNA LINEA POR ARCHIVO CON SU RESULTADO,
      *  SUS CIFRAS Y LA COPIA (O EL MOTIVO), Y LO DEPURADO.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(120).

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

       FD  SINCOINCIDENCIA.
      *****************************************************************
      *  RECHAZOS DE LA CORRIDA DE APAREO (MISMO LAYOUT QUE GRABA
      *  APAREO): SOLO INTERESA EL IDEVE.
      *****************************************************************
       01  REG-SINCOINCIDENCIA-FD.
           05  SC-TIPO              PIC X(10).
           05  SC-IDEVE             PIC 9(09).
           05  SC-IDE               PIC 9(05).
           05  SC-PRODUCTO          PIC X(15).
           05  SC-DESCRIP           PIC X(15).
           05  SC-CANTIDAD          PIC X(06).
           05  SC-PRECIO            PIC X(09).
           05  SC-FECHAVENTA        PIC 9(08).
           05  SC-TIPOVENTA         PIC X(01).
           05  SC-SUCURSAL          PIC 9(03).

       FD  EXCCREDITO.
      *****************************************************************
      *  VENTAS RETENIDAS POR CREDITO EN APAREO (MISMO LAYOUT QUE
      *  SINCOINCIDENCIA): SOLO INTERESA EL IDEVE.
      *****************************************************************
       01  REG-EXCCREDITO-FD.
           05  XC-TIPO              PIC X(10).
           05  XC-IDEVE             PIC 9(09).
           05  FILLER               PIC X(62).

       FD  HISTORIAL.
      *****************************************************************
      *  HISTORIAL DE IDEVE PROCESADOS (MISMO LAYOUT QUE MANTIENE
      *  APAREO): ESTADO 'P' CORRIDA EN CURSO/TRUNCADA, 'C'
      *  CONFIRMADA; EL COMPROBANTE LO GRABA FACTURA.
      *****************************************************************
       01  REG-HISTORIAL-FD.
           05  HIS-IDEVE            PIC 9(09).
           05  HIS-ESTADO           PIC X(01).
           05  HIS-FECHA            PIC 9(08).
           05  HIS-TIPO-COMPROB     PIC X(01).
           05  HIS-NRO-COMPROB      PIC 9(08).

       FD  HISGEN.
      *    COPIA EN LA GENERACION (MISMO LAYOUT E INDICE QUE EL
      *    HISTORIAL, ASI CONSCLI LA CONSULTA IGUAL).
       01  REG-HISGEN-FD.
           05  HGE-IDEVE            PIC 9(09).
           05  FILLER               PIC X(18).

       FD  HISTORICO.
      *****************************************************************
      *  HISTORICO ACUMULADO POR PERIODO (MISMO LAYOUT QUE GRABA
      *  CONSPER): UN REGISTRO POR CLIENTE ('C') Y POR PRODUCTO ('P').
      *****************************************************************
       01  REG-HISTORICO-FD.
           05  HCO-TIPO               PIC X(01).
           05  HCO-DESDE              PIC 9(08).
           05  HCO-HASTA              PIC 9(08).
           05  HCO-CLAVE              PIC X(15).
           05  HCO-CANTIDAD           PIC S9(09)
                                      SIGN LEADING SEPARATE.
           05  HCO-IMPORTE            PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

       FD  HCOGEN.
      *    COPIA EN LA GENERACION DE LOS REGISTROS DEL PERIODO.
       01  REG-HCOGEN-FD                  PIC X(56).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(33) VALUE
              "ARCHIVO DE PERIODO - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).
           05 FILLER                      PIC X(11) VALUE
              "  PERIODO: ".
           05 WS-TIT-DESDE                PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-TIT-HASTA                PIC 9(08).

        01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
              "ARCHIVO                   RESULTADO  REG".
           05 FILLER PIC X(40) VALUE
              "ISTROS    TOTAL DE CONTROL  COPIA / MOTI".
           05 FILLER PIC X(02) VALUE
              "VO".

        01 WS-LINEA-DETALLE.
           05 WS-DET-ARCHIVO              PIC X(25).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-DET-RESULTADO            PIC X(08).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-DET-REGISTROS            PIC Z(8)9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-DET-TOTAL                PIC -(12)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-DET-DETALLE              PIC X(57).

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(40).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 WS-LINEA-CORTE.
           05 WS-COR-ETIQUETA             PIC X(40).
           05 WS-COR-FECHA                PIC 9(08).

        01 FS-PERIODOS                    PIC X(02).
        01 FS-CATALOGO                    PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-EXTRACTO                    PIC X(02).
        01 FS-SINCOINCIDENCIA             PIC X(02).
        01 FS-EXCCREDITO                  PIC X(02).
        01 FS-HISTORIAL                   PIC X(02).
        01 FS-HISGEN                      PIC X(02).
        01 FS-HISTORICO                   PIC X(02).
        01 FS-HCOGEN                      PIC X(02).

      *-----------------------------------------------------------------
      *PARAMETROS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS
      *-----------------------------------------------------------------
        01 WS-PATH-PERIODOS               PIC X(100).
        01 WS-PATH-CATALOGO               PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-DIRECTORIO             PIC X(100).
        01 WS-DESDE-ALFA                  PIC X(08).
        01 WS-HASTA-ALFA                  PIC X(08).
        01 WS-PERIODO-DESDE               PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-HASTA               PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-HASTA-R REDEFINES WS-PERIODO-HASTA.
           05 WS-PH-ANIO                  PIC 9(04).
           05 WS-PH-MES                   PIC 9(02).
           05 WS-PH-DIA                   PIC 9(02).
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.

      *    RETENCIONES EN MESES: PESOS ENTEROS COMO EN REVCRED, SE
      *    LEEN JUSTIFICADAS A DERECHA Y CON CEROS A IZQUIERDA.
        01 WS-RETENCION-ENV               PIC X(04) JUSTIFIED RIGHT.
        01 WS-RETENCION-NUM REDEFINES WS-RETENCION-ENV
                                          PIC 9(04).
        01 WS-RETENCION-MESES             PIC 9(04) VALUE 24.
        01 WS-RETENCION-GENER             PIC 9(04) VALUE 120.

      *    FECHAS DE CORTE: SE DEPURA LO ANTERIOR AL PRIMER DIA DEL
      *    MES QUE QUEDA N MESES ANTES DEL MES DE FIN DEL PERIODO.
        01 WS-MESES-FIN                   PIC 9(06) VALUE ZERO.
        01 WS-MESES-CORTE                 PIC 9(06) VALUE ZERO.
        01 WS-RETENCION-CALC              PIC 9(04) VALUE ZERO.
        01 WS-FECHA-CORTE-CALC.
           05 WS-FCC-ANIO                 PIC 9(04).
           05 WS-FCC-MES                  PIC 9(02).
           05 WS-FCC-DIA                  PIC 9(02) VALUE 01.
        01 WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE-CALC
                                          PIC 9(08).
        01 WS-CORTE-VIVOS                 PIC 9(08) VALUE ZERO.
        01 WS-CORTE-GENER                 PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      *ARCHIVOS QUE SE COPIAN TAL CUAL: VARIABLE DE ENTORNO DE LA
      *CADENA Y LARGO DE REGISTRO (EL DEL FD DEL PASO QUE LO GRABA),
      *CON EL QUE SE CUENTAN LOS REGISTROS. UNA VARIABLE SIN INFORMAR
      *ES UN PASO QUE NO CORRE EN ESTA INSTALACION: SE SALTEA.
      *-----------------------------------------------------------------
        01 WS-CANT-COPIAS                 PIC 9(02) VALUE 19.
        01 WS-TABLA-COPIAS-VALORES.
           05 FILLER PIC X(29) VALUE 'APAREO_SALIDA            0077'.
           05 FILLER PIC X(29) VALUE 'APAREO_EXTRACTO          0064'.
           05 FILLER PIC X(29) VALUE 'APAREO_SINCOINCIDENCIA   0081'.
           05 FILLER PIC X(29) VALUE 'APAREO_LIBROIVA          0120'.
           05 FILLER PIC X(29) VALUE 'APAREO_EXCCREDITO        0081'.
           05 FILLER PIC X(29) VALUE 'APAREO_LISTACREDITO      0120'.
           05 FILLER PIC X(29) VALUE 'APAREO_LOG               0124'.
           05 FILLER PIC X(29) VALUE 'APAREO_CONTROL           0195'.
           05 FILLER PIC X(29) VALUE 'CONSOSUC_CONTROL         0075'.
           05 FILLER PIC X(29) VALUE 'VALIDAVE_CONTROL         0069'.
           05 FILLER PIC X(29) VALUE 'CARGCLI_CONTROL          0077'.
           05 FILLER PIC X(29) VALUE 'CARGPROD_CONTROL         0077'.
           05 FILLER PIC X(29) VALUE 'RECICLA_CONTROL          0133'.
           05 FILLER PIC X(29) VALUE 'FACTURA_COMPROBANTES     0100'.
           05 FILLER PIC X(29) VALUE 'FACTURA_CONTROL          0177'.
           05 FILLER PIC X(29) VALUE 'COMISION_CONTROL         0109'.
           05 FILLER PIC X(29) VALUE 'ASIENTOS_DIARIO          0072'.
           05 FILLER PIC X(29) VALUE 'ASIENTOS_CONTROL         0162'.
           05 FILLER PIC X(29) VALUE 'CADENA_ESTADO            0045'.
        01 WS-TABLA-COPIAS REDEFINES WS-TABLA-COPIAS-VALORES.
           05 WS-COPIA-ENTRADA OCCURS 19 TIMES.
              10 WS-COPIA-VARIABLE        PIC X(25).
              10 WS-COPIA-LARGO           PIC 9(04).
        01 WS-COPIA-IDX                   PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      *ARCHIVO EN CURSO
      *-----------------------------------------------------------------
        01 WS-VARIABLE                    PIC X(25) VALUE SPACES.
        01 WS-PATH-ORIGEN                 PIC X(100) VALUE SPACES.
        01 WS-PATH-GENERACION             PIC X(100) VALUE SPACES.
        01 WS-RESULTADO                   PIC X(08) VALUE SPACES.
        01 WS-MOTIVO                      PIC X(57) VALUE SPACES.
        01 WS-REGISTROS                   PIC 9(09) VALUE ZERO.
        01 WS-TOTAL                       PIC S9(13)V99 VALUE ZERO.
        01 WS-TAMANIO-ORIGEN              PIC 9(18) VALUE ZERO.
        01 WS-TAMANIO-COPIA               PIC 9(18) VALUE ZERO.
        01 WS-RESTO                       PIC 9(04) VALUE ZERO.
        01 WS-RC-RUTINA                   PIC S9(09) BINARY VALUE ZERO.

      *    DATOS DEL ARCHIVO QUE DEVUELVE CBL_CHECK_FILE_EXIST.
        01 WS-DATOS-ARCHIVO.
           05 WS-DA-TAMANIO               PIC X(08) COMP-X.
           05 WS-DA-FECHA-HORA            PIC X(08).

      *-----------------------------------------------------------------
      *CATALOGO: SE CARGA ENTERO, SE LE DAN DE BAJA LAS ENTRADAS DEL
      *PERIODO QUE SE ARCHIVA (SE REEMPLAZAN) Y LAS GENERACIONES
      *DEPURADAS, SE AGREGAN LAS NUEVAS Y SE REESCRIBE AL FINAL.
      *-----------------------------------------------------------------
        01 WS-MAX-CATALOGO                PIC 9(04) VALUE 3000.
        01 WS-CANT-CATALOGO               PIC 9(04) VALUE ZERO.
        01 WS-TABLA-CATALOGO.
           05 WS-CAT-ENTRADA OCCURS 3000 TIMES.
              10 WS-CAT-DESDE             PIC 9(08).
              10 WS-CAT-HASTA             PIC 9(08).
              10 WS-CAT-ARCHIVO           PIC X(25).
              10 WS-CAT-FECHA             PIC 9(08).
              10 WS-CAT-REGISTROS         PIC 9(09).
              10 WS-CAT-TOTAL             PIC S9(13)V99.
              10 WS-CAT-PATH              PIC X(100).
              10 WS-CAT-BAJA              PIC X(01).
        01 WS-CAT-IDX                     PIC 9(04) VALUE ZERO.
        01 WS-EOF-CATALOGO                PIC X(01) VALUE 'N'.
           88 EOF-CATALOGO                           VALUE 'S'.

      *-----------------------------------------------------------------
      *HISTORICO DE CONSPER EN TABLA (MISMO TOPE QUE CONSPER Y
      *COMPARA) Y VISTA DE UN REGISTRO DE LA TABLA
      *-----------------------------------------------------------------
        01 WS-MAX-HCO                     PIC 9(04) VALUE 5000.
        01 WS-CANT-HCO                    PIC 9(04) VALUE ZERO.
        01 WS-TABLA-HCO.
           05 WS-HCO-REG OCCURS 5000 TIMES PIC X(56).
        01 WS-HCO-IDX                     PIC 9(04) VALUE ZERO.
        01 WS-HCO-AUX.
           05 WS-HA-TIPO                  PIC X(01).
           05 WS-HA-DESDE                 PIC 9(08).
           05 WS-HA-HASTA                 PIC 9(08).
           05 WS-HA-CLAVE                 PIC X(15).
           05 WS-HA-CANTIDAD              PIC S9(09)
                                          SIGN LEADING SEPARATE.
           05 WS-HA-IMPORTE               PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
        01 WS-EOF-HISTORICO               PIC X(01) VALUE 'N'.
           88 EOF-HISTORICO                          VALUE 'S'.
      *    SITUACION DEL PERIODO DEL REGISTRO EN CURSO ANTE LA
      *    DEPURACION, Y ULTIMO PERIODO VENCIDO SIN ARCHIVAR CONTADO.
        01 WS-HCO-SITUACION               PIC X(01) VALUE SPACE.
           88 HCO-VIGENTE                            VALUE 'V'.
           88 HCO-DEPURABLE                          VALUE 'D'.
           88 HCO-SIN-ARCHIVAR                       VALUE 'S'.
        01 WS-SIN-ARCH-DESDE              PIC 9(08) VALUE ZERO.
        01 WS-SIN-ARCH-HASTA              PIC 9(08) VALUE ZERO.
        01 WS-HAY-HISTORICO               PIC X(01) VALUE 'N'.
           88 HAY-HISTORICO                          VALUE 'S'.

      *-----------------------------------------------------------------
      *LECTURAS SECUENCIALES Y DEPURACION DEL HISTORIAL
      *-----------------------------------------------------------------
        01 WS-EOF-EXTRACTO                PIC X(01) VALUE 'N'.
           88 EOF-EXTRACTO                           VALUE 'S'.
        01 WS-EOF-SINCO                   PIC X(01) VALUE 'N'.
           88 EOF-SINCO                              VALUE 'S'.
        01 WS-EOF-EXCCREDITO              PIC X(01) VALUE 'N'.
           88 EOF-EXCCREDITO                         VALUE 'S'.
        01 WS-FIN-HISTORIAL               PIC X(01) VALUE 'N'.
           88 FIN-HISTORIAL                          VALUE 'S'.
           88 NO-FIN-HISTORIAL                       VALUE 'N'.
        01 WS-IDEVE-BUSCADO               PIC 9(09) VALUE ZERO.
      *    EL HISTORIAL SE ARCHIVA A PARTIR DE LAS VENTAS DEL PERIODO:
      *    SOLO SI EL EXTRACTO, SINCOINCIDENCIA Y LAS RETENIDAS POR
      *    CREDITO QUEDARON ARCHIVADOS.
        01 WS-VENTAS-ARCHIVADAS           PIC X(03) VALUE 'NNN'.
           88 VENTAS-ARCHIVADAS                      VALUE 'SSS'.
        01 WS-VENTAS-ARCHIVADAS-R REDEFINES WS-VENTAS-ARCHIVADAS.
           05 WS-EXTRACTO-ARCHIVADO       PIC X(01).
           05 WS-SINCO-ARCHIVADO          PIC X(01).
           05 WS-EXCCREDITO-ARCHIVADO     PIC X(01).

      *-----------------------------------------------------------------
      *PERIODO A ARCHIVAR EN EL CONTROL DE PERIODOS
      *-----------------------------------------------------------------
        01 WS-EOF-PERIODOS                PIC X(01) VALUE 'N'.
           88 EOF-PERIODOS                           VALUE 'S'.
        01 WS-ESTADO-PERIODO              PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA
      *-----------------------------------------------------------------
        01 WS-CANT-ARCHIVADOS             PIC 9(05) VALUE ZERO.
        01 WS-CANT-SALTEADOS              PIC 9(05) VALUE ZERO.
        01 WS-CANT-ERRORES                PIC 9(05) VALUE ZERO.
        01 WS-CANT-HIS-DEPURADOS          PIC 9(09) VALUE ZERO.
        01 WS-CANT-HCO-DEPURADOS          PIC 9(09) VALUE ZERO.
        01 WS-CANT-HCO-SIN-ARCHIVAR       PIC 9(05) VALUE ZERO.
        01 WS-CANT-GEN-DEPURADAS          PIC 9(05) VALUE ZERO.
        01 WS-CANT-GEN-NO-BORRADAS        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           PERFORM 2000-COPIO-ARCHIVO
                VARYING WS-COPIA-IDX FROM 1 BY 1
                UNTIL WS-COPIA-IDX > WS-CANT-COPIAS.

           PERFORM 2500-ARCHIVO-HISTORIAL.

           PERFORM 2700-ARCHIVO-HISTORICO.

      *    SOLO CON TODO ARCHIVADO SE DEPURA, Y DEL HISTORICO SOLO
      *    LOS PERIODOS QUE QUEDARON A SALVO EN SU GENERACION.
           IF WS-CANT-ERRORES = ZERO
              PERFORM 4000-DEPURO
           ELSE
              DISPLAY 'HAY ARCHIVOS CON ERROR: NO SE DEPURA'
           END-IF.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 0600-CONTROLO-PERIODO

           PERFORM 0700-CARGO-CATALOGO

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-PERIODOS FROM ENVIRONMENT "ARCHIVA_PERIODOS".
           IF WS-PATH-PERIODOS = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ARCHIVA_PERIODOS'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-CATALOGO FROM ENVIRONMENT "ARCHIVA_CATALOGO".
           IF WS-PATH-CATALOGO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ARCHIVA_CATALOGO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "ARCHIVA_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ARCHIVA_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-DIRECTORIO
                FROM ENVIRONMENT "ARCHIVA_DIRECTORIO".
           IF WS-PATH-DIRECTORIO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO ARCHIVA_DIRECTORIO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    EL PERIODO SE IDENTIFICA POR EL PAR DESDE/HASTA, IGUAL QUE
      *    EN APAREO Y CONSPER. AMBAS FECHAS OBLIGATORIAS.
           ACCEPT WS-DESDE-ALFA FROM ENVIRONMENT "ARCHIVA_DESDE".
           ACCEPT WS-HASTA-ALFA FROM ENVIRONMENT "ARCHIVA_HASTA".
           IF WS-DESDE-ALFA IS NUMERIC AND WS-HASTA-ALFA IS NUMERIC
              MOVE WS-DESDE-ALFA TO WS-PERIODO-DESDE
              MOVE WS-HASTA-ALFA TO WS-PERIODO-HASTA
           ELSE
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'ARCHIVA_DESDE Y ARCHIVA_HASTA DEBEN VENIR'
              DISPLAY 'JUNTAS Y NUMERICAS (AAAAMMDD)'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    RETENCIONES OPCIONALES, EN MESES.
           MOVE SPACES TO WS-RETENCION-ENV.
           ACCEPT WS-RETENCION-ENV
                FROM ENVIRONMENT "ARCHIVA_RETENCION_MESES".
           IF WS-RETENCION-ENV NOT = SPACES
              INSPECT WS-RETENCION-ENV
                   REPLACING LEADING SPACES BY ZEROS
              IF WS-RETENCION-NUM IS NUMERIC
                 MOVE WS-RETENCION-NUM TO WS-RETENCION-MESES
              ELSE
                 DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
                 DISPLAY 'ARCHIVA_RETENCION_MESES NO NUMERICA: '
                         WS-RETENCION-ENV
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           MOVE SPACES TO WS-RETENCION-ENV.
           ACCEPT WS-RETENCION-ENV
                FROM ENVIRONMENT "ARCHIVA_RETENCION_GENERACIONES".
           IF WS-RETENCION-ENV NOT = SPACES
              INSPECT WS-RETENCION-ENV
                   REPLACING LEADING SPACES BY ZEROS
              IF WS-RETENCION-NUM IS NUMERIC
                 MOVE WS-RETENCION-NUM TO WS-RETENCION-GENER
              ELSE
                 DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
                 DISPLAY 'ARCHIVA_RETENCION_GENERACIONES NO NUMERICA: '
                         WS-RETENCION-ENV
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY "PERIODOS: " WS-PATH-PERIODOS.
           DISPLAY "CATALOGO: " WS-PATH-CATALOGO.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "DIRECTORIO: " WS-PATH-DIRECTORIO.
           DISPLAY "PERIODO: " WS-PERIODO-DESDE " - "
                   WS-PERIODO-HASTA.
           DISPLAY "RETENCION HISTORIAL/HISTORICO (MESES): "
                   WS-RETENCION-MESES.
           DISPLAY "RETENCION DE GENERACIONES (MESES): "
                   WS-RETENCION-GENER.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

      *    FECHAS DE CORTE DE LA DEPURACION (CERO = NO SE DEPURA).
           COMPUTE WS-MESES-FIN = WS-PH-ANIO * 12 + WS-PH-MES - 1.
           MOVE WS-RETENCION-MESES TO WS-RETENCION-CALC.
           PERFORM 0550-CALCULO-CORTE.
           MOVE WS-FECHA-CORTE-NUM TO WS-CORTE-VIVOS.
           MOVE WS-RETENCION-GENER TO WS-RETENCION-CALC.
           PERFORM 0550-CALCULO-CORTE.
           MOVE WS-FECHA-CORTE-NUM TO WS-CORTE-GENER.

       0550-CALCULO-CORTE.
           IF WS-RETENCION-CALC = ZERO
              OR WS-RETENCION-CALC > WS-MESES-FIN
              MOVE ZERO TO WS-FECHA-CORTE-NUM
           ELSE
              SUBTRACT WS-RETENCION-CALC FROM WS-MESES-FIN
                   GIVING WS-MESES-CORTE
              DIVIDE WS-MESES-CORTE BY 12 GIVING WS-FCC-ANIO
                   REMAINDER WS-FCC-MES
              ADD 1 TO WS-FCC-MES
              MOVE 01 TO WS-FCC-DIA
           END-IF.

       0600-CONTROLO-PERIODO.
      *    SOLO SE ARCHIVA UN PERIODO CERRADO: HASTA EL CIERRE DE
      *    CONSPER LAS SALIDAS TODAVIA PUEDEN CAMBIAR (REPROCESO,
      *    RECICLA) Y EL HISTORICO NO TIENE SUS CIFRAS.
           OPEN INPUT PERIODOS.
           IF FS-PERIODOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0600-CONTROLO-PERIODO'
              DISPLAY 'ARCHIVO PERIODOS'
              DISPLAY 'FS-PERIODOS: ' FS-PERIODOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0650-LEO-PERIODO
                UNTIL EOF-PERIODOS.
           CLOSE PERIODOS.
           IF FS-PERIODOS = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 0600-CONTROLO-PERIODO'
              DISPLAY 'ARCHIVO PERIODOS'
              DISPLAY 'FS-PERIODOS: ' FS-PERIODOS
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-ESTADO-PERIODO NOT = 'C'
              DISPLAY 'ERROR EN 0600-CONTROLO-PERIODO'
              DISPLAY 'EL PERIODO ' WS-PERIODO-DESDE ' - '
                      WS-PERIODO-HASTA ' NO ESTA CERRADO'
              DISPLAY 'CERRARLO CON CONSPER ANTES DE ARCHIVARLO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 50 TO RETURN-CODE
              STOP RUN
           END-IF.

       0650-LEO-PERIODO.
           READ PERIODOS
              AT END
                 SET EOF-PERIODOS TO TRUE
           END-READ.
           IF EOF-PERIODOS
              CONTINUE
           ELSE
              IF FS-PERIODOS = '00'
                 IF PER-DESDE = WS-PERIODO-DESDE
                    AND PER-HASTA = WS-PERIODO-HASTA
                    MOVE PER-ESTADO TO WS-ESTADO-PERIODO
                 END-IF
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO PERIODOS'
                 DISPLAY 'FS-PERIODOS: ' FS-PERIODOS
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0700-CARGO-CATALOGO.
      *    EN EL PRIMER ARCHIVO EL CATALOGO TODAVIA NO EXISTE ('35'):
      *    ARRANCA VACIO.
           OPEN INPUT CATALOGO.
           EVALUATE FS-CATALOGO
              WHEN '00'
                 PERFORM 0750-LEO-CATALOGO
                      UNTIL EOF-CATALOGO
                 CLOSE CATALOGO
                 IF FS-CATALOGO = '00'
                    CONTINUE
                 ELSE
                    DISPLAY 'ERROR EN 0700-CARGO-CATALOGO'
                    DISPLAY 'ARCHIVO CATALOGO'
                    DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN '35'
                 SET EOF-CATALOGO TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN 0700-CARGO-CATALOGO'
                 DISPLAY 'ARCHIVO CATALOGO'
                 DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       0750-LEO-CATALOGO.
           READ CATALOGO
              AT END
                 SET EOF-CATALOGO TO TRUE
           END-READ.
           IF EOF-CATALOGO
              CONTINUE
           ELSE
              IF FS-CATALOGO = '00'
                 IF WS-CANT-CATALOGO >= WS-MAX-CATALOGO
                    DISPLAY 'ERROR EN 0750-LEO-CATALOGO'
                    DISPLAY 'TABLA DEL CATALOGO LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-CATALOGO
                 MOVE CAT-DESDE   TO WS-CAT-DESDE(WS-CANT-CATALOGO)
                 MOVE CAT-HASTA   TO WS-CAT-HASTA(WS-CANT-CATALOGO)
                 MOVE CAT-ARCHIVO TO WS-CAT-ARCHIVO(WS-CANT-CATALOGO)
                 MOVE CAT-FECHA-ARCHIVADO
                      TO WS-CAT-FECHA(WS-CANT-CATALOGO)
                 MOVE CAT-REGISTROS
                      TO WS-CAT-REGISTROS(WS-CANT-CATALOGO)
                 MOVE CAT-TOTAL   TO WS-CAT-TOTAL(WS-CANT-CATALOGO)
                 MOVE CAT-PATH    TO WS-CAT-PATH(WS-CANT-CATALOGO)
      *          LAS ENTRADAS DEL PERIODO QUE SE ARCHIVA SE
      *          REEMPLAZAN CON LO QUE SE COPIE AHORA.
                 IF CAT-DESDE = WS-PERIODO-DESDE
                    AND CAT-HASTA = WS-PERIODO-HASTA
                    MOVE 'S' TO WS-CAT-BAJA(WS-CANT-CATALOGO)
                 ELSE
                    MOVE 'N' TO WS-CAT-BAJA(WS-CANT-CATALOGO)
                 END-IF
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO CATALOGO'
                 DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************************
      *  COPIA TAL CUAL DE LAS SALIDAS, LA BITACORA Y LOS CONTROLES
      *****************************************************************
       2000-COPIO-ARCHIVO.
           MOVE WS-COPIA-VARIABLE(WS-COPIA-IDX) TO WS-VARIABLE.
           MOVE SPACES TO WS-PATH-ORIGEN.
           ACCEPT WS-PATH-ORIGEN FROM ENVIRONMENT WS-VARIABLE.
           MOVE ZERO TO WS-REGISTROS WS-TOTAL.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-PATH-ORIGEN = SPACES
              MOVE 'SALTEADO' TO WS-RESULTADO
              MOVE 'VARIABLE SIN INFORMAR: EL PASO NO CORRE'
                   TO WS-MOTIVO
              PERFORM 2900-LINEA-DETALLE
           ELSE
              PERFORM 2800-ARMO-PATH-GENERACION
              PERFORM 2100-COPIO-Y-CUENTO
              IF WS-RESULTADO = 'OK'
                 EVALUATE WS-VARIABLE
                    WHEN 'APAREO_EXTRACTO'
                       PERFORM 2200-TOTAL-EXTRACTO
                       MOVE 'S' TO WS-EXTRACTO-ARCHIVADO
                    WHEN 'APAREO_SINCOINCIDENCIA'
                       MOVE 'S' TO WS-SINCO-ARCHIVADO
                    WHEN 'APAREO_EXCCREDITO'
                       MOVE 'S' TO WS-EXCCREDITO-ARCHIVADO
                 END-EVALUATE
                 PERFORM 2850-AGREGO-CATALOGO
              END-IF
              PERFORM 2900-LINEA-DETALLE
           END-IF.

       2100-COPIO-Y-CUENTO.
      *    LA COPIA ES BYTE A BYTE; LOS REGISTROS SE CUENTAN POR EL
      *    TAMANIO DEL ARCHIVO Y EL LARGO DE REGISTRO DEL PASO (TODOS
      *    SON SECUENCIALES DE LARGO FIJO). UN TAMANIO QUE NO ES
      *    MULTIPLO DEL LARGO DELATA UN ARCHIVO TRUNCADO.
           MOVE 'ERROR' TO WS-RESULTADO.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-PATH-ORIGEN
                                             WS-DATOS-ARCHIVO
                RETURNING WS-RC-RUTINA.
           IF WS-RC-RUTINA NOT = ZERO
              MOVE 'EL ARCHIVO NO EXISTE' TO WS-MOTIVO
           ELSE
              MOVE WS-DA-TAMANIO TO WS-TAMANIO-ORIGEN
              DIVIDE WS-TAMANIO-ORIGEN BY WS-COPIA-LARGO(WS-COPIA-IDX)
                   GIVING WS-REGISTROS REMAINDER WS-RESTO
              IF WS-RESTO NOT = ZERO
                 MOVE 'TAMANIO NO MULTIPLO DEL REGISTRO: TRUNCADO?'
                      TO WS-MOTIVO
              ELSE
                 CALL 'CBL_COPY_FILE' USING WS-PATH-ORIGEN
                                            WS-PATH-GENERACION
                      RETURNING WS-RC-RUTINA
                 IF WS-RC-RUTINA NOT = ZERO
                    MOVE 'NO SE PUDO COPIAR A LA GENERACION'
                         TO WS-MOTIVO
                 ELSE
                    PERFORM 2150-VERIFICO-COPIA
                 END-IF
              END-IF
           END-IF.

       2150-VERIFICO-COPIA.
      *    LA COPIA TIENE QUE QUEDAR DEL MISMO TAMANIO QUE EL ORIGEN.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-PATH-GENERACION
                                             WS-DATOS-ARCHIVO
                RETURNING WS-RC-RUTINA.
           IF WS-RC-RUTINA NOT = ZERO
              MOVE 'LA COPIA NO QUEDO EN LA GENERACION' TO WS-MOTIVO
           ELSE
              MOVE WS-DA-TAMANIO TO WS-TAMANIO-COPIA
              IF WS-TAMANIO-COPIA NOT = WS-TAMANIO-ORIGEN
                 MOVE 'LA COPIA NO TIENE EL TAMANIO DEL ORIGEN'
                      TO WS-MOTIVO
              ELSE
                 MOVE 'OK' TO WS-RESULTADO
                 MOVE WS-PATH-GENERACION TO WS-MOTIVO
              END-IF
           END-IF.

       2200-TOTAL-EXTRACTO.
      *    TOTAL DE CONTROL DEL EXTRACTO: IMPORTE NETO DE LOS 'D'
      *    (LAS DEVOLUCIONES RESTAN), EL MISMO QUE COTEJA CONSPER.
           OPEN INPUT EXTRACTO.
           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2200-TOTAL-EXTRACTO'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-EXTRACTO.
           PERFORM 2210-SUMO-EXTRACTO
                UNTIL EOF-EXTRACTO.
           CLOSE EXTRACTO.

       2210-SUMO-EXTRACTO.
           PERFORM 2410-LEO-EXTRACTO.
           IF NOT EOF-EXTRACTO
              IF EXT-TIPO = 'D'
                 IF EXT-TIPOVENTA = 'D'
                    SUBTRACT EXT-PRECIO FROM WS-TOTAL
                 ELSE
                    ADD EXT-PRECIO TO WS-TOTAL
                 END-IF
              END-IF
           END-IF.

       2410-LEO-EXTRACTO.
           READ EXTRACTO
              AT END
                 SET EOF-EXTRACTO TO TRUE
           END-READ.
           IF EOF-EXTRACTO
              CONTINUE
           ELSE
              IF FS-EXTRACTO = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO EXTRACTO'
                 DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2460-LEO-SINCO.
           READ SINCOINCIDENCIA
              AT END
                 SET EOF-SINCO TO TRUE
           END-READ.
           IF EOF-SINCO
              CONTINUE
           ELSE
              IF FS-SINCOINCIDENCIA = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO SINCOINCIDENCIA'
                 DISPLAY 'FS-SINCOINCIDENCIA: ' FS-SINCOINCIDENCIA
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2470-LEO-EXCCREDITO.
           READ EXCCREDITO
              AT END
                 SET EOF-EXCCREDITO TO TRUE
           END-READ.
           IF EOF-EXCCREDITO
              CONTINUE
           ELSE
              IF FS-EXCCREDITO = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO EXCCREDITO'
                 DISPLAY 'FS-EXCCREDITO: ' FS-EXCCREDITO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************************
      *  HISTORIAL DE IDEVE: A LA GENERACION VAN LAS ENTRADAS DE LAS
      *  VENTAS DEL PERIODO (LAS DEL EXTRACTO, LAS DE SINCOINCIDENCIA
      *  Y LAS RETENIDAS POR CREDITO), EN UN INDEXADO CON EL MISMO
      *  LAYOUT. NO SE COPIA EL HISTORIAL ENTERO: ACUMULA LOS IDEVE
      *  DE TODOS LOS PERIODOS DENTRO DE LA RETENCION.
      *****************************************************************
       2500-ARCHIVO-HISTORIAL.
           MOVE 'APAREO_HISTORIAL' TO WS-VARIABLE.
           MOVE SPACES TO WS-PATH-ORIGEN.
           ACCEPT WS-PATH-ORIGEN FROM ENVIRONMENT WS-VARIABLE.
           MOVE ZERO TO WS-REGISTROS WS-TOTAL.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 'ERROR' TO WS-RESULTADO.
           EVALUATE TRUE
              WHEN WS-PATH-ORIGEN = SPACES
                 MOVE 'SALTEADO' TO WS-RESULTADO
                 MOVE 'VARIABLE SIN INFORMAR: EL PASO NO CORRE'
                      TO WS-MOTIVO
              WHEN NOT VENTAS-ARCHIVADAS
                 MOVE 'SIN ARCHIVAR EXTRACTO/SINCO/EXCCREDITO'
                      TO WS-MOTIVO
              WHEN OTHER
                 PERFORM 2800-ARMO-PATH-GENERACION
                 PERFORM 2510-COPIO-HISTORIAL
           END-EVALUATE.
           IF WS-RESULTADO = 'OK'
              PERFORM 2850-AGREGO-CATALOGO
           END-IF.
           PERFORM 2900-LINEA-DETALLE.

       2510-COPIO-HISTORIAL.
           OPEN INPUT HISTORIAL.
           IF FS-HISTORIAL NOT = '00'
              STRING 'NO SE PUEDE ABRIR EL HISTORIAL - FS '
                                           DELIMITED BY SIZE
                     FS-HISTORIAL          DELIMITED BY SIZE
                     INTO WS-MOTIVO
           ELSE
              DISPLAY "ARCHIVA_HISGEN" UPON ENVIRONMENT-NAME
              DISPLAY WS-PATH-GENERACION UPON ENVIRONMENT-VALUE
              OPEN OUTPUT HISGEN
              IF FS-HISGEN NOT = '00'
                 STRING 'NO SE PUEDE CREAR LA COPIA - FS '
                                           DELIMITED BY SIZE
                        FS-HISGEN          DELIMITED BY SIZE
                        INTO WS-MOTIVO
              ELSE
                 PERFORM 2520-RECORRO-VENTAS
                 CLOSE HISGEN
                 IF FS-HISGEN NOT = '00'
                    DISPLAY 'ERROR EN 2510-COPIO-HISTORIAL'
                    DISPLAY 'ARCHIVO HISGEN'
                    DISPLAY 'FS-HISGEN: ' FS-HISGEN
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE 'OK' TO WS-RESULTADO
                 MOVE WS-PATH-GENERACION TO WS-MOTIVO
              END-IF
              CLOSE HISTORIAL
              IF FS-HISTORIAL NOT = '00'
                 DISPLAY 'ERROR EN 2510-COPIO-HISTORIAL'
                 DISPLAY 'ARCHIVO HISTORIAL'
                 DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2520-RECORRO-VENTAS.
           OPEN INPUT EXTRACTO.
           IF FS-EXTRACTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2520-RECORRO-VENTAS'
              DISPLAY 'ARCHIVO EXTRACTO'
              DISPLAY 'FS-EXTRACTO: ' FS-EXTRACTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-EXTRACTO.
           PERFORM 2530-HISTORIAL-DE-EXTRACTO
                UNTIL EOF-EXTRACTO.
           CLOSE EXTRACTO.

           OPEN INPUT SINCOINCIDENCIA.
           IF FS-SINCOINCIDENCIA = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2520-RECORRO-VENTAS'
              DISPLAY 'ARCHIVO SINCOINCIDENCIA'
              DISPLAY 'FS-SINCOINCIDENCIA: ' FS-SINCOINCIDENCIA
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SINCO.
           PERFORM 2540-HISTORIAL-DE-SINCO
                UNTIL EOF-SINCO.
           CLOSE SINCOINCIDENCIA.

           OPEN INPUT EXCCREDITO.
           IF FS-EXCCREDITO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 2520-RECORRO-VENTAS'
              DISPLAY 'ARCHIVO EXCCREDITO'
              DISPLAY 'FS-EXCCREDITO: ' FS-EXCCREDITO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-EXCCREDITO.
           PERFORM 2545-HISTORIAL-DE-EXCCREDITO
                UNTIL EOF-EXCCREDITO.
           CLOSE EXCCREDITO.

       2530-HISTORIAL-DE-EXTRACTO.
           PERFORM 2410-LEO-EXTRACTO.
           IF NOT EOF-EXTRACTO
              IF EXT-TIPO = 'D'
                 MOVE EXT-IDEVE TO WS-IDEVE-BUSCADO
                 PERFORM 2550-COPIO-IDEVE
              END-IF
           END-IF.

       2540-HISTORIAL-DE-SINCO.
           PERFORM 2460-LEO-SINCO.
           IF NOT EOF-SINCO
              MOVE SC-IDEVE TO WS-IDEVE-BUSCADO
              PERFORM 2550-COPIO-IDEVE
           END-IF.

       2545-HISTORIAL-DE-EXCCREDITO.
           PERFORM 2470-LEO-EXCCREDITO.
           IF NOT EOF-EXCCREDITO
              MOVE XC-IDEVE TO WS-IDEVE-BUSCADO
              PERFORM 2550-COPIO-IDEVE
           END-IF.

       2550-COPIO-IDEVE.
      *    UN IDEVE QUE NO FIGURA EN EL HISTORIAL (UN RECHAZO DE
      *    CLIENTE INEXISTENTE, POR EJEMPLO) NO APORTA NADA; UNO QUE
      *    YA SE COPIO (UNA VENTA RECHAZADA Y DESPUES RECUPERADA POR
      *    RECICLA) SE DESCARTA COMO CLAVE DUPLICADA.
           MOVE WS-IDEVE-BUSCADO TO HIS-IDEVE.
           READ HISTORIAL
              INVALID KEY
                 CONTINUE
           END-READ.
           EVALUATE FS-HISTORIAL
              WHEN '00'
                 WRITE REG-HISGEN-FD FROM REG-HISTORIAL-FD
                 EVALUATE FS-HISGEN
                    WHEN '00'
                       ADD 1 TO WS-REGISTROS
                       ADD HIS-IDEVE TO WS-TOTAL
                    WHEN '22'
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'ERROR EN ESCRIBIR ARCHIVO HISGEN'
                       DISPLAY 'FS-HISGEN: ' FS-HISGEN
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 40 TO RETURN-CODE
                       STOP RUN
                 END-EVALUATE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR EN 2550-COPIO-IDEVE'
                 DISPLAY 'ARCHIVO HISTORIAL'
                 DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      *****************************************************************
      *  HISTORICO DE CONSPER: A LA GENERACION VAN LOS REGISTROS DEL
      *  PERIODO. EL HISTORICO QUEDA EN TABLA PARA LA DEPURACION.
      *****************************************************************
       2700-ARCHIVO-HISTORICO.
           MOVE 'CONSPER_HISTORICO' TO WS-VARIABLE.
           MOVE SPACES TO WS-PATH-ORIGEN.
           ACCEPT WS-PATH-ORIGEN FROM ENVIRONMENT WS-VARIABLE.
           MOVE ZERO TO WS-REGISTROS WS-TOTAL.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 'ERROR' TO WS-RESULTADO.
           IF WS-PATH-ORIGEN = SPACES
              MOVE 'SALTEADO' TO WS-RESULTADO
              MOVE 'VARIABLE SIN INFORMAR: SIN HISTORICO'
                   TO WS-MOTIVO
           ELSE
              PERFORM 2710-CARGO-HISTORICO
              IF HAY-HISTORICO
                 PERFORM 2800-ARMO-PATH-GENERACION
                 PERFORM 2750-COPIO-PERIODO-HCO
              END-IF
           END-IF.
           IF WS-RESULTADO = 'OK'
              PERFORM 2850-AGREGO-CATALOGO
           END-IF.
           PERFORM 2900-LINEA-DETALLE.

       2710-CARGO-HISTORICO.
           MOVE ZERO TO WS-CANT-HCO.
           MOVE 'N' TO WS-EOF-HISTORICO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO NOT = '00'
              STRING 'NO SE PUEDE ABRIR EL HISTORICO - FS '
                                           DELIMITED BY SIZE
                     FS-HISTORICO          DELIMITED BY SIZE
                     INTO WS-MOTIVO
           ELSE
              SET HAY-HISTORICO TO TRUE
              PERFORM 2720-LEO-HISTORICO
                   UNTIL EOF-HISTORICO
              CLOSE HISTORICO
           END-IF.

       2720-LEO-HISTORICO.
           READ HISTORICO
              AT END
                 SET EOF-HISTORICO TO TRUE
           END-READ.
           IF EOF-HISTORICO
              CONTINUE
           ELSE
              IF FS-HISTORICO = '00'
                 IF WS-CANT-HCO >= WS-MAX-HCO
                    DISPLAY 'ERROR EN 2720-LEO-HISTORICO'
                    DISPLAY 'TABLA DEL HISTORICO LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-HCO
                 MOVE REG-HISTORICO-FD TO WS-HCO-REG(WS-CANT-HCO)
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO HISTORICO'
                 DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2750-COPIO-PERIODO-HCO.
           DISPLAY "ARCHIVA_HCOGEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PATH-GENERACION UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT HCOGEN.
           IF FS-HCOGEN NOT = '00'
              STRING 'NO SE PUEDE CREAR LA COPIA - FS '
                                           DELIMITED BY SIZE
                     FS-HCOGEN             DELIMITED BY SIZE
                     INTO WS-MOTIVO
           ELSE
              PERFORM 2760-COPIO-REG-HCO
                   VARYING WS-HCO-IDX FROM 1 BY 1
                   UNTIL WS-HCO-IDX > WS-CANT-HCO
              CLOSE HCOGEN
      *       CONSPER GRABA EL PERIODO AL CERRARLO: SI NO ESTA, EL
      *       HISTORICO QUE SE APUNTO NO ES EL QUE CERRO EL PERIODO.
              IF WS-REGISTROS = ZERO
                 MOVE 'EL PERIODO NO ESTA EN EL HISTORICO' TO WS-MOTIVO
              ELSE
                 MOVE 'OK' TO WS-RESULTADO
                 MOVE WS-PATH-GENERACION TO WS-MOTIVO
              END-IF
           END-IF.

       2760-COPIO-REG-HCO.
           MOVE WS-HCO-REG(WS-HCO-IDX) TO WS-HCO-AUX.
           IF WS-HA-DESDE = WS-PERIODO-DESDE
              AND WS-HA-HASTA = WS-PERIODO-HASTA
              WRITE REG-HCOGEN-FD FROM WS-HCO-AUX
              IF FS-HCOGEN = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN ESCRIBIR ARCHIVO HCOGEN'
                 DISPLAY 'FS-HCOGEN: ' FS-HCOGEN
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 40 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REGISTROS
              ADD WS-HA-IMPORTE TO WS-TOTAL
           END-IF.

      *****************************************************************
      *  RUTINAS COMUNES DEL ARCHIVO
      *****************************************************************
       2800-ARMO-PATH-GENERACION.
      *    <DIRECTORIO>/<DESDE>_<HASTA>.<VARIABLE>
           MOVE SPACES TO WS-PATH-GENERACION.
           STRING WS-PATH-DIRECTORIO DELIMITED BY SPACE
                  '/'                DELIMITED BY SIZE
                  WS-PERIODO-DESDE   DELIMITED BY SIZE
                  '_'                DELIMITED BY SIZE
                  WS-PERIODO-HASTA   DELIMITED BY SIZE
                  '.'                DELIMITED BY SIZE
                  WS-VARIABLE        DELIMITED BY SPACE
                  INTO WS-PATH-GENERACION.

       2850-AGREGO-CATALOGO.
           IF WS-CANT-CATALOGO >= WS-MAX-CATALOGO
              DISPLAY 'ERROR EN 2850-AGREGO-CATALOGO'
              DISPLAY 'TABLA DEL CATALOGO LLENA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-CATALOGO.
           MOVE WS-PERIODO-DESDE   TO WS-CAT-DESDE(WS-CANT-CATALOGO).
           MOVE WS-PERIODO-HASTA   TO WS-CAT-HASTA(WS-CANT-CATALOGO).
           MOVE WS-VARIABLE        TO WS-CAT-ARCHIVO(WS-CANT-CATALOGO).
           MOVE WS-FECHA-PROCESO   TO WS-CAT-FECHA(WS-CANT-CATALOGO).
           MOVE WS-REGISTROS
                TO WS-CAT-REGISTROS(WS-CANT-CATALOGO).
           MOVE WS-TOTAL           TO WS-CAT-TOTAL(WS-CANT-CATALOGO).
           MOVE WS-PATH-GENERACION TO WS-CAT-PATH(WS-CANT-CATALOGO).
           MOVE 'N'                TO WS-CAT-BAJA(WS-CANT-CATALOGO).

       2900-LINEA-DETALLE.
           EVALUATE WS-RESULTADO
              WHEN 'OK'
                 ADD 1 TO WS-CANT-ARCHIVADOS
              WHEN 'SALTEADO'
                 ADD 1 TO WS-CANT-SALTEADOS
              WHEN OTHER
                 ADD 1 TO WS-CANT-ERRORES
           END-EVALUATE.
           MOVE WS-VARIABLE  TO WS-DET-ARCHIVO.
           MOVE WS-RESULTADO TO WS-DET-RESULTADO.
           MOVE WS-REGISTROS TO WS-DET-REGISTROS.
           MOVE WS-TOTAL     TO WS-DET-TOTAL.
           MOVE WS-MOTIVO    TO WS-DET-DETALLE.
           WRITE REG-LISTADO-FD FROM WS-LINEA-DETALLE.
           PERFORM 3900-VERIFICO-LISTADO.
           DISPLAY WS-DET-ARCHIVO ' ' WS-DET-RESULTADO ' '
                   WS-DET-REGISTROS.

      *****************************************************************
      *  DEPURACION POR RETENCION
      *****************************************************************
       4000-DEPURO.
           IF WS-CORTE-VIVOS NOT = ZERO
              PERFORM 4100-DEPURO-HISTORIAL
              PERFORM 4300-DEPURO-HISTORICO
           END-IF.
           IF WS-CORTE-GENER NOT = ZERO
              PERFORM 4500-DEPURO-GENERACION
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATALOGO
           END-IF.

       4100-DEPURO-HISTORIAL.
      *    SE BORRAN LOS IDEVE CONFIRMADOS ('C') ANTERIORES AL CORTE;
      *    LOS 'P' SON DE UNA CORRIDA EN CURSO O TRUNCADA Y LOS
      *    MANEJA APAREO.
           MOVE SPACES TO WS-PATH-ORIGEN.
           ACCEPT WS-PATH-ORIGEN FROM ENVIRONMENT "APAREO_HISTORIAL".
           IF WS-PATH-ORIGEN NOT = SPACES
              OPEN I-O HISTORIAL
              IF FS-HISTORIAL = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 4100-DEPURO-HISTORIAL'
                 DISPLAY 'ARCHIVO HISTORIAL'
                 DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET NO-FIN-HISTORIAL TO TRUE
              MOVE ZERO TO HIS-IDEVE
              START HISTORIAL KEY NOT < HIS-IDEVE
                 INVALID KEY
                    SET FIN-HISTORIAL TO TRUE
              END-START
              PERFORM 4110-DEPURO-REG-HISTORIAL
                   UNTIL FIN-HISTORIAL
              CLOSE HISTORIAL
              IF FS-HISTORIAL = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 4100-DEPURO-HISTORIAL'
                 DISPLAY 'ARCHIVO HISTORIAL'
                 DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       4110-DEPURO-REG-HISTORIAL.
           READ HISTORIAL NEXT
              AT END
                 SET FIN-HISTORIAL TO TRUE
           END-READ.
           IF FIN-HISTORIAL
              CONTINUE
           ELSE
              IF FS-HISTORIAL = '00'
                 IF HIS-ESTADO = 'C'
                    AND HIS-FECHA < WS-CORTE-VIVOS
                    DELETE HISTORIAL RECORD
                    IF FS-HISTORIAL = '00'
                       ADD 1 TO WS-CANT-HIS-DEPURADOS
                    ELSE
                       DISPLAY 'ERROR EN 4110-DEPURO-REG-HISTORIAL'
                       DISPLAY 'ARCHIVO HISTORIAL'
                       DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                       DISPLAY 'SE CANCELA EL PROGRAMA'
                       MOVE 40 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              ELSE
                 DISPLAY 'ERROR EN 4110-DEPURO-REG-HISTORIAL'
                 DISPLAY 'ARCHIVO HISTORIAL'
                 DISPLAY 'FS-HISTORIAL: ' FS-HISTORIAL
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       4300-DEPURO-HISTORICO.
      *    EL HISTORICO SE REESCRIBE ENTERO DESDE LA TABLA (MISMO
      *    ESQUEMA QUE CONSPER) SIN LOS PERIODOS QUE TERMINAN ANTES
      *    DEL CORTE Y ESTAN ARCHIVADOS; SI NO HAY NADA QUE DEPURAR NO
      *    SE TOCA. UN PERIODO VENCIDO QUE NUNCA SE ARCHIVO (ANTERIOR
      *    A ARCHIVA, POR EJEMPLO) SE CONSERVA: BORRARLO LO PERDERIA.
           IF HAY-HISTORICO
              PERFORM 4310-CUENTO-DEPURABLE
                   VARYING WS-HCO-IDX FROM 1 BY 1
                   UNTIL WS-HCO-IDX > WS-CANT-HCO
              IF WS-CANT-HCO-DEPURADOS > ZERO
                 OPEN OUTPUT HISTORICO
                 IF FS-HISTORICO = '00'
                    CONTINUE
                 ELSE
                    DISPLAY 'ERROR EN 4300-DEPURO-HISTORICO'
                    DISPLAY 'ARCHIVO HISTORICO'
                    DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM 4320-REGRABO-HISTORICO
                      VARYING WS-HCO-IDX FROM 1 BY 1
                      UNTIL WS-HCO-IDX > WS-CANT-HCO
                 CLOSE HISTORICO
                 IF FS-HISTORICO = '00'
                    CONTINUE
                 ELSE
                    DISPLAY 'ERROR EN 4300-DEPURO-HISTORICO'
                    DISPLAY 'ARCHIVO HISTORICO'
                    DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       4310-CUENTO-DEPURABLE.
      *    CONSPER AGREGA CADA PERIODO DE CORRIDO: SUS REGISTROS
      *    ESTAN JUNTOS Y EL PERIODO SIN ARCHIVAR SE CUENTA UNA VEZ.
           PERFORM 4330-SITUACION-PERIODO.
           EVALUATE TRUE
              WHEN HCO-DEPURABLE
                 ADD 1 TO WS-CANT-HCO-DEPURADOS
              WHEN HCO-SIN-ARCHIVAR
                 IF WS-HA-DESDE NOT = WS-SIN-ARCH-DESDE
                    OR WS-HA-HASTA NOT = WS-SIN-ARCH-HASTA
                    ADD 1 TO WS-CANT-HCO-SIN-ARCHIVAR
                    MOVE WS-HA-DESDE TO WS-SIN-ARCH-DESDE
                    MOVE WS-HA-HASTA TO WS-SIN-ARCH-HASTA
                    DISPLAY 'PERIODO VENCIDO SIN ARCHIVAR: '
                            WS-HA-DESDE ' - ' WS-HA-HASTA
                 END-IF
           END-EVALUATE.

       4320-REGRABO-HISTORICO.
           PERFORM 4330-SITUACION-PERIODO.
           IF HCO-DEPURABLE
              CONTINUE
           ELSE
              WRITE REG-HISTORICO-FD FROM WS-HCO-AUX
              IF FS-HISTORICO = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN ESCRIBIR ARCHIVO HISTORICO'
                 DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 40 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       4330-SITUACION-PERIODO.
      *    VENCIDO ES EL QUE TERMINA ANTES DEL CORTE; DEPURABLE, EL
      *    VENCIDO CON SU HISTORICO VIGENTE EN EL CATALOGO.
           MOVE WS-HCO-REG(WS-HCO-IDX) TO WS-HCO-AUX.
           IF WS-HA-HASTA < WS-CORTE-VIVOS
              SET HCO-SIN-ARCHIVAR TO TRUE
              PERFORM 4340-BUSCO-EN-CATALOGO
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CANT-CATALOGO
                      OR HCO-DEPURABLE
           ELSE
              SET HCO-VIGENTE TO TRUE
           END-IF.

       4340-BUSCO-EN-CATALOGO.
           IF WS-CAT-BAJA(WS-CAT-IDX) = 'N'
              AND WS-CAT-ARCHIVO(WS-CAT-IDX) = 'CONSPER_HISTORICO'
              AND WS-CAT-DESDE(WS-CAT-IDX) = WS-HA-DESDE
              AND WS-CAT-HASTA(WS-CAT-IDX) = WS-HA-HASTA
              SET HCO-DEPURABLE TO TRUE
           END-IF.

       4500-DEPURO-GENERACION.
      *    UNA GENERACION VENCIDA SE BORRA ARCHIVO POR ARCHIVO Y SALE
      *    DEL CATALOGO. UN ARCHIVO QUE YA NO ESTABA (BORRADO A MANO)
      *    SALE IGUAL; UNO QUE NO SE PUDO BORRAR QUEDA CATALOGADO PARA
      *    REINTENTAR EN EL PROXIMO ARCHIVO.
           IF WS-CAT-BAJA(WS-CAT-IDX) = 'N'
              AND WS-CAT-HASTA(WS-CAT-IDX) < WS-CORTE-GENER
              CALL 'CBL_CHECK_FILE_EXIST' USING WS-CAT-PATH(WS-CAT-IDX)
                                                WS-DATOS-ARCHIVO
                   RETURNING WS-RC-RUTINA
              IF WS-RC-RUTINA NOT = ZERO
                 MOVE 'S' TO WS-CAT-BAJA(WS-CAT-IDX)
                 ADD 1 TO WS-CANT-GEN-DEPURADAS
              ELSE
                 CALL 'CBL_DELETE_FILE' USING WS-CAT-PATH(WS-CAT-IDX)
                      RETURNING WS-RC-RUTINA
                 IF WS-RC-RUTINA = ZERO
                    MOVE 'S' TO WS-CAT-BAJA(WS-CAT-IDX)
                    ADD 1 TO WS-CANT-GEN-DEPURADAS
                 ELSE
                    DISPLAY 'NO SE PUDO BORRAR '
                            WS-CAT-PATH(WS-CAT-IDX)
                    ADD 1 TO WS-CANT-GEN-NO-BORRADAS
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  CATALOGO Y LISTADO
      *****************************************************************
       3500-GRABO-CATALOGO.
           OPEN OUTPUT CATALOGO.
           IF FS-CATALOGO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 3500-GRABO-CATALOGO'
              DISPLAY 'ARCHIVO CATALOGO'
              DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 3510-GRABO-REG-CATALOGO
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CANT-CATALOGO.
           CLOSE CATALOGO.
           IF FS-CATALOGO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 3500-GRABO-CATALOGO'
              DISPLAY 'ARCHIVO CATALOGO'
              DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       3510-GRABO-REG-CATALOGO.
           IF WS-CAT-BAJA(WS-CAT-IDX) = 'N'
              INITIALIZE REG-CATALOGO-FD
              MOVE WS-CAT-DESDE(WS-CAT-IDX)     TO CAT-DESDE
              MOVE WS-CAT-HASTA(WS-CAT-IDX)     TO CAT-HASTA
              MOVE WS-CAT-ARCHIVO(WS-CAT-IDX)   TO CAT-ARCHIVO
              MOVE WS-CAT-FECHA(WS-CAT-IDX)     TO CAT-FECHA-ARCHIVADO
              MOVE WS-CAT-REGISTROS(WS-CAT-IDX) TO CAT-REGISTROS
              MOVE WS-CAT-TOTAL(WS-CAT-IDX)     TO CAT-TOTAL
              MOVE WS-CAT-PATH(WS-CAT-IDX)      TO CAT-PATH
              WRITE REG-CATALOGO-FD
              IF FS-CATALOGO = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN ESCRIBIR ARCHIVO CATALOGO'
                 DISPLAY 'FS-CATALOGO: ' FS-CATALOGO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 40 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1100-TITULO-LISTADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           MOVE WS-PERIODO-DESDE TO WS-TIT-DESDE.
           MOVE WS-PERIODO-HASTA TO WS-TIT-HASTA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-COLUMNAS.
           PERFORM 3900-VERIFICO-LISTADO.

       3900-VERIFICO-LISTADO.
           IF FS-LISTADO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO LISTADO'
              DISPLAY 'FS-LISTADO: ' FS-LISTADO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       300-FINALIZO.
      *    EL CATALOGO SE GRABA AUN CON ERRORES: LO QUE SI SE ARCHIVO
      *    QUEDA ASENTADO Y UN NUEVO ARCHIVO DEL PERIODO LO REEMPLAZA.
           PERFORM 3500-GRABO-CATALOGO.

           MOVE "ARCHIVOS ARCHIVADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ARCHIVADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "ARCHIVOS SALTEADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SALTEADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "ARCHIVOS CON ERROR:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ERRORES TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "CORTE HISTORIAL/HISTORICO:" TO WS-COR-ETIQUETA.
           MOVE WS-CORTE-VIVOS TO WS-COR-FECHA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-CORTE.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "IDEVE DEPURADOS DEL HISTORIAL:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-HIS-DEPURADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "REGISTROS DEPURADOS DEL HISTORICO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-HCO-DEPURADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "PERIODOS VENCIDOS SIN ARCHIVAR:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-HCO-SIN-ARCHIVAR TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "CORTE DE GENERACIONES:" TO WS-COR-ETIQUETA.
           MOVE WS-CORTE-GENER TO WS-COR-FECHA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-CORTE.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "ARCHIVOS DE GENERACIONES DEPURADOS:"
                TO WS-RES-ETIQUETA.
           MOVE WS-CANT-GEN-DEPURADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "ARCHIVOS DE GENERACIONES SIN BORRAR:"
                TO WS-RES-ETIQUETA.
           MOVE WS-CANT-GEN-NO-BORRADAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           DISPLAY "ARCHIVOS ARCHIVADOS: " WS-CANT-ARCHIVADOS.
           DISPLAY "ARCHIVOS CON ERROR: " WS-CANT-ERRORES.
           DISPLAY "IDEVE DEPURADOS DEL HISTORIAL: "
                   WS-CANT-HIS-DEPURADOS.
           DISPLAY "REGISTROS DEPURADOS DEL HISTORICO: "
                   WS-CANT-HCO-DEPURADOS.
           DISPLAY "ARCHIVOS DE GENERACIONES DEPURADOS: "
                   WS-CANT-GEN-DEPURADAS.

           PERFORM 5000-CIERRO-ARCHIVOS.

           IF WS-CANT-ERRORES > ZERO
              MOVE 30 TO RETURN-CODE
           END-IF.

       1000-ABRO-ARCHIVOS.

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

       5000-CIERRO-ARCHIVOS.

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
