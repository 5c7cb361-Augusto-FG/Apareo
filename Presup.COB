       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP.
      *****************************************************************
      *  PRESUPUESTO CONTRA REAL: LEE EL ARCHIVO DE PRESUPUESTO DE
      *  VENTAS QUE ENTREGA COMERCIAL (CANTIDAD E IMPORTE OBJETIVO POR
      *  CLIENTE 'C' Y POR PRODUCTO 'P' DE CADA PERIODO, CON LA MISMA
      *  CLAVE QUE EL HISTORICO Y CON SUS REGISTROS DE CONTROL CAB Y
      *  PIE) Y EL HISTORICO ACUMULADO QUE ALIMENTA CONSPER AL CERRAR
      *  CADA PERIODO, Y ARMA PARA EL PERIODO PEDIDO EL CUMPLIMIENTO
      *  DEL PRESUPUESTO DEL PERIODO Y DEL ACUMULADO DEL ANIO, CON EL
      *  PORCENTAJE ALCANZADO. LOS CLIENTES Y PRODUCTOS QUE QUEDARON
      *  POR DEBAJO DEL OBJETIVO MAS ALLA DEL UMBRAL (PRESUP_UMBRAL,
      *  PORCENTAJE; SIN SETEAR, 10) SALEN MARCADOS. APARTE SE LISTA
      *  LO QUE SE VENDIO SIN PRESUPUESTO Y LO QUE TENIA PRESUPUESTO Y
      *  NO SE VENDIO. HASTA AHORA EL PLAN SOLO EXISTIA EN LA PLANILLA
      *  DE COMERCIAL Y NADIE PODIA DECIR SI SE HABIA CUMPLIDO.
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
      *    IGUAL QUE EN EL RESTO DE LA CADENA. PRESUP_HISTORICO APUNTA
      *    AL MISMO ARCHIVO QUE CONSPER_HISTORICO.
           SELECT PRESUPUESTO ASSIGN TO
           "PRESUP_PRESUPUESTO"
                                     FILE STATUS IS FS-PRESUPUESTO.
           SELECT HISTORICO ASSIGN TO
           "PRESUP_HISTORICO"
                                     FILE STATUS IS FS-HISTORICO.
           SELECT LISTADO ASSIGN TO
           "PRESUP_LISTADO"
                                     FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------

       FD  PRESUPUESTO.
      *****************************************************************
      *  PRESUPUESTO DE VENTAS: UN REGISTRO POR CLIENTE ('C') Y POR
      *  PRODUCTO ('P') DE CADA PERIODO, CON LA MISMA CLAVE QUE EL
      *  HISTORICO (EL IDE EN LAS PRIMERAS CINCO POSICIONES PARA LOS
      *  'C' Y LA DESCRIPCION OFICIAL DEL PRODUCTO PARA LOS 'P') Y EL
      *  PERIODO IDENTIFICADO POR EL PAR DESDE/HASTA. CANTIDAD E
      *  IMPORTE VIENEN ALFANUMERICOS CON REDEFINES NUMERICO PORQUE
      *  ES CARGA MANUAL, COMO LAS RECEPCIONES DE STOCK.
      *****************************************************************
       01  REG-PRESUPUESTO-FD.
           05  PRE-TIPO               PIC X(01).
           05  PRE-DESDE              PIC 9(08).
           05  PRE-HASTA              PIC 9(08).
           05  PRE-CLAVE              PIC X(15).
           05  PRE-CANTIDAD           PIC X(09).
           05  PRE-CANTIDAD-NUM REDEFINES PRE-CANTIDAD
                                      PIC 9(09).
           05  PRE-IMPORTE            PIC X(13).
           05  PRE-IMPORTE-NUM REDEFINES PRE-IMPORTE
                                      PIC 9(11)V99.
      *****************************************************************
      *    REGISTROS DE CONTROL DEL PRESUPUESTO (CABECERA Y PIE). LA
      *    CABECERA TRAE EL RANGO DE FECHAS QUE CUBRE EL ARCHIVO (EN
      *    GENERAL EL ANIO); EL PIE, EL CONTEO Y LOS HASH DE CANTIDAD
      *    E IMPORTE, QUE SE BALANCEAN CONTRA LO ACUMULADO AL LEER.
      *****************************************************************
       01  REG-PRESUPUESTO-CAB-FD.
           05  PRC-TIPO               PIC X(03).
           05  PRC-FECHA-ARCHIVO      PIC 9(08).
           05  PRC-PERIODO-DESDE      PIC 9(08).
           05  PRC-PERIODO-HASTA      PIC 9(08).
           05  FILLER                 PIC X(27).
       01  REG-PRESUPUESTO-PIE-FD.
           05  PRP-TIPO               PIC X(03).
           05  PRP-CANT-REGISTROS     PIC 9(09).
           05  PRP-HASH-CANTIDAD      PIC 9(12).
           05  PRP-HASH-IMPORTE       PIC 9(13)V99.
           05  FILLER                 PIC X(15).

       FD  HISTORICO.
      *****************************************************************
      *  HISTORICO ACUMULADO (MISMO LAYOUT QUE GRABA CONSPER): UN
      *  REGISTRO POR CLIENTE ('C') Y POR PRODUCTO ('P') DE CADA
      *  PERIODO CERRADO. ES LO REAL.
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

       FD  LISTADO.
      *****************************************************************
      *  LISTADO DE CUMPLIMIENTO: UNA LINEA POR CLIENTE Y POR
      *  PRODUCTO PRESUPUESTADO EN EL PERIODO, Y LAS LISTAS APARTE DE
      *  VENDIDO SIN PRESUPUESTO Y PRESUPUESTADO SIN VENTA.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(130).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(34) VALUE
              "PRESUPUESTO CONTRA REAL - PERIODO ".
           05 WS-TIT-DESDE                PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-TIT-HASTA                PIC 9(08).
           05 FILLER                      PIC X(18) VALUE
              "  ACUMULADO DESDE ".
           05 WS-TIT-INICIO-ANIO          PIC 9(08).

        01 WS-LINEA-SECCION.
           05 WS-SEC-TITULO               PIC X(50).

        01 WS-LINEA-COLUMNAS.
           05 FILLER                      PIC X(50) VALUE
              "CLAVE            CANT.PRE CANT.REAL   IMPORTE PRE".
           05 FILLER                      PIC X(50) VALUE
              "    IMPORTE REAL  CUMPL.    ACUM. PRE     ACUM. RE".
           05 FILLER                      PIC X(20) VALUE
              "AL  CUMPL.".

        01 WS-LINEA-PRESUP.
           05 WS-PR-CLAVE                 PIC X(15).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-CANT-PRE              PIC Z(7)9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-CANT-REAL             PIC -(8)9.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-IMP-PRE               PIC Z(9)9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-IMP-REAL              PIC -(10)9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-PCT                   PIC -(3)9,99.
           05 FILLER                      PIC X(01) VALUE "%".
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-ACU-PRE               PIC Z(9)9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-ACU-REAL              PIC -(10)9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-PR-ACU-PCT               PIC -(3)9,99.
           05 FILLER                      PIC X(01) VALUE "%".
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-PR-ALERTA                PIC X(08).

        01 WS-LINEA-SUELTA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LS-TIPO                  PIC X(09).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-LS-CLAVE                 PIC X(15).
           05 FILLER                      PIC X(12) VALUE
              "  CANTIDAD: ".
           05 WS-LS-CANTIDAD              PIC -(8)9.
           05 FILLER                      PIC X(11) VALUE
              "  IMPORTE: ".
           05 WS-LS-IMPORTE               PIC -(10)9,99.

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(36).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 FS-PRESUPUESTO                 PIC X(02).
        01 FS-HISTORICO                   PIC X(02).
        01 FS-LISTADO                     PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS Y PARAMETROS DEL INFORME, TOMADOS POR
      *VARIABLE DE ENTORNO EN 0500-OBTENGO-PARAMETROS
      *-----------------------------------------------------------------
        01 WS-PATH-PRESUPUESTO            PIC X(100).
        01 WS-PATH-HISTORICO              PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-DESDE-ALFA                  PIC X(08).
        01 WS-HASTA-ALFA                  PIC X(08).
        01 WS-PERIODO-DESDE               PIC 9(08) VALUE ZERO.
        01 WS-PERIODO-HASTA               PIC 9(08) VALUE ZERO.
        01 WS-UMBRAL-ALFA                 PIC X(03) JUSTIFIED RIGHT.
        01 WS-UMBRAL-NUM REDEFINES WS-UMBRAL-ALFA
                                          PIC 9(03).
        01 WS-UMBRAL                      PIC 9(03) VALUE 10.
        01 WS-PISO-PCT                    PIC S9(03)V99 VALUE ZERO.
      *    EL ACUMULADO DEL ANIO VA DEL 1 DE ENERO DEL ANIO DEL
      *    PERIODO PEDIDO HASTA EL FIN DEL PERIODO PEDIDO.
        01 WS-ANIO                        PIC 9(04) VALUE ZERO.
        01 WS-INICIO-ANIO                 PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      *CONTROL DE CABECERA/PIE DEL PRESUPUESTO, IGUAL QUE EN EL RESTO
      *DE LA CADENA
      *-----------------------------------------------------------------
        01 WS-CAB-PRE-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-PRE-LEIDA                          VALUE 'S'.
        01 WS-PIE-PRE-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-PRE-LEIDO                          VALUE 'S'.
        01 WS-CAB-PRE-DESDE               PIC 9(08) VALUE ZERO.
        01 WS-CAB-PRE-HASTA               PIC 9(08) VALUE ZERO.
        01 WS-PIE-PRE-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-PRE-HASH-CANT           PIC 9(12) VALUE ZERO.
        01 WS-PIE-PRE-HASH-IMP            PIC 9(13)V99 VALUE ZERO.
        01 WS-HASH-PRE-CANT               PIC 9(12) VALUE ZERO.
        01 WS-HASH-PRE-IMP                PIC 9(13)V99 VALUE ZERO.
        01 WS-CANT-PRE-LEIDOS             PIC 9(09) VALUE ZERO.
        01 WS-EOF-PRESUPUESTO             PIC X(01) VALUE 'N'.
           88 EOF-PRESUPUESTO                        VALUE 'S'.

      *-----------------------------------------------------------------
      *TABLA DEL PRESUPUESTO COMPLETO (TODOS LOS PERIODOS DEL
      *ARCHIVO: HACEN FALTA PARA EL ACUMULADO DEL ANIO)
      *-----------------------------------------------------------------
        01 WS-MAX-PRE                     PIC 9(04) VALUE 5000.
        01 WS-CANT-PRE                    PIC 9(04) VALUE ZERO.
        01 WS-TABLA-PRE.
           05 WS-PRE-ENTRADA OCCURS 5000 TIMES.
              10 WS-PRE-TIPO              PIC X(01).
              10 WS-PRE-DESDE             PIC 9(08).
              10 WS-PRE-HASTA             PIC 9(08).
              10 WS-PRE-CLAVE             PIC X(15).
              10 WS-PRE-CANTIDAD          PIC 9(09).
              10 WS-PRE-IMPORTE           PIC 9(11)V99.
        01 WS-PRE-IDX                     PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------------
      *TABLA DEL HISTORICO COMPLETO (MISMO TOPE QUE COMPARA)
      *-----------------------------------------------------------------
        01 WS-MAX-HIST                    PIC 9(04) VALUE 5000.
        01 WS-CANT-HIST                   PIC 9(04) VALUE ZERO.
        01 WS-TABLA-HIST.
           05 WS-HIS-ENTRADA OCCURS 5000 TIMES.
              10 WS-HIS-TIPO              PIC X(01).
              10 WS-HIS-DESDE             PIC 9(08).
              10 WS-HIS-HASTA             PIC 9(08).
              10 WS-HIS-CLAVE             PIC X(15).
              10 WS-HIS-CANTIDAD          PIC S9(09).
              10 WS-HIS-IMPORTE           PIC S9(11)V99.
        01 WS-HIS-IDX                     PIC 9(04) VALUE ZERO.
        01 WS-EOF-HISTORICO               PIC X(01) VALUE 'N'.
           88 EOF-HISTORICO                          VALUE 'S'.

      *-----------------------------------------------------------------
      *BUSQUEDAS: LA CLAVE Y EL TIPO BUSCADOS, Y LO QUE SE ENCONTRO
      *(O SE SUMO, EN EL ACUMULADO DEL ANIO)
      *-----------------------------------------------------------------
        01 WS-TIPO-SECCION                PIC X(01) VALUE SPACE.
        01 WS-BUSCA-CLAVE                 PIC X(15) VALUE SPACES.
        01 WS-BUSCA-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-HALLADO                     PIC X(01) VALUE 'N'.
           88 HALLADO                                VALUE 'S'.
        01 WS-CANT-HALLADA                PIC S9(09) VALUE ZERO.
        01 WS-IMP-HALLADO                 PIC S9(11)V99 VALUE ZERO.
        01 WS-ACU-PRE                     PIC S9(11)V99 VALUE ZERO.
        01 WS-ACU-REAL                    PIC S9(11)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *CUMPLIMIENTO DE LA ENTRADA EN CURSO
      *-----------------------------------------------------------------
        01 WS-IMP-OBJETIVO                PIC S9(11)V99 VALUE ZERO.
        01 WS-IMP-LOGRADO                 PIC S9(11)V99 VALUE ZERO.
        01 WS-CUMPL-PCT                   PIC S9(03)V99 VALUE ZERO.
        01 WS-CANT-COMPARADOS             PIC 9(04) VALUE ZERO.
        01 WS-CANT-ALERTAS-CLI            PIC 9(04) VALUE ZERO.
        01 WS-CANT-ALERTAS-PRO            PIC 9(04) VALUE ZERO.
        01 WS-CANT-SIN-PRESUP             PIC 9(04) VALUE ZERO.
        01 WS-CANT-SIN-VENTA              PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           PERFORM 2000-CARGO-PRESUPUESTO
            UNTIL EOF-PRESUPUESTO

           PERFORM 2200-CARGO-HISTORICO
            UNTIL EOF-HISTORICO

           PERFORM 3000-LISTO-CUMPLIMIENTO.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-PRESUPUESTO
                FROM ENVIRONMENT "PRESUP_PRESUPUESTO".
           IF WS-PATH-PRESUPUESTO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO PRESUP_PRESUPUESTO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-HISTORICO
                FROM ENVIRONMENT "PRESUP_HISTORICO".
           IF WS-PATH-HISTORICO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO PRESUP_HISTORICO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "PRESUP_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO PRESUP_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    EL PERIODO A INFORMAR SE IDENTIFICA POR EL PAR DESDE/HASTA,
      *    IGUAL QUE EN COMPARA. AMBAS FECHAS OBLIGATORIAS.
           ACCEPT WS-DESDE-ALFA FROM ENVIRONMENT "PRESUP_DESDE".
           ACCEPT WS-HASTA-ALFA FROM ENVIRONMENT "PRESUP_HASTA".
           IF WS-DESDE-ALFA IS NUMERIC AND WS-HASTA-ALFA IS NUMERIC
              MOVE WS-DESDE-ALFA TO WS-PERIODO-DESDE
              MOVE WS-HASTA-ALFA TO WS-PERIODO-HASTA
           ELSE
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'PRESUP_DESDE Y PRESUP_HASTA DEBEN VENIR'
              DISPLAY 'JUNTAS Y NUMERICAS (AAAAMMDD)'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    UMBRAL DE ALERTA: CUANTOS PUNTOS POR DEBAJO DEL OBJETIVO SE
      *    TOLERAN. SIN SETEAR QUEDA EL 10 POR CIENTO; SE TOMA
      *    AJUSTADO A DERECHA Y CON CEROS A IZQUIERDA ("5", "15").
           MOVE SPACES TO WS-UMBRAL-ALFA.
           ACCEPT WS-UMBRAL-ALFA FROM ENVIRONMENT "PRESUP_UMBRAL".
           IF WS-UMBRAL-ALFA NOT = SPACES
              INSPECT WS-UMBRAL-ALFA
                   REPLACING LEADING SPACES BY ZEROS
              IF WS-UMBRAL-NUM IS NUMERIC
                 MOVE WS-UMBRAL-NUM TO WS-UMBRAL
              ELSE
                 DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
                 DISPLAY 'PRESUP_UMBRAL NO NUMERICO: '
                         WS-UMBRAL-ALFA
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           COMPUTE WS-PISO-PCT = 100 - WS-UMBRAL.

           DISPLAY "PRESUPUESTO: " WS-PATH-PRESUPUESTO.
           DISPLAY "HISTORICO: " WS-PATH-HISTORICO.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "PERIODO: " WS-PERIODO-DESDE " - "
                   WS-PERIODO-HASTA.
           DISPLAY "UMBRAL BAJO OBJETIVO: " WS-UMBRAL " %".

      *    EL ANIO VA EN LAS PRIMERAS CUATRO POSICIONES DE AAAAMMDD.
           DIVIDE WS-PERIODO-DESDE BY 10000 GIVING WS-ANIO.
           COMPUTE WS-INICIO-ANIO = WS-ANIO * 10000 + 101.

       1100-TITULO-LISTADO.
           MOVE WS-PERIODO-DESDE TO WS-TIT-DESDE.
           MOVE WS-PERIODO-HASTA TO WS-TIT-HASTA.
           MOVE WS-INICIO-ANIO   TO WS-TIT-INICIO-ANIO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.

       2000-CARGO-PRESUPUESTO.
           READ PRESUPUESTO
              AT END
                 SET EOF-PRESUPUESTO TO TRUE
                 PERFORM 2050-BALANCEO-PRESUPUESTO
           END-READ.
           IF EOF-PRESUPUESTO
              CONTINUE
           ELSE
              IF FS-PRESUPUESTO = '00'
                 EVALUATE PRC-TIPO
                    WHEN 'CAB'
                       SET CAB-PRE-LEIDA TO TRUE
                       MOVE PRC-PERIODO-DESDE TO WS-CAB-PRE-DESDE
                       MOVE PRC-PERIODO-HASTA TO WS-CAB-PRE-HASTA
                    WHEN 'PIE'
                       SET PIE-PRE-LEIDO TO TRUE
                       MOVE PRP-CANT-REGISTROS TO WS-PIE-PRE-CANT
                       MOVE PRP-HASH-CANTIDAD  TO WS-PIE-PRE-HASH-CANT
                       MOVE PRP-HASH-IMPORTE   TO WS-PIE-PRE-HASH-IMP
                    WHEN OTHER
                       PERFORM 2010-DATOS-PRESUPUESTO
                 END-EVALUATE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO PRESUPUESTO'
                 DISPLAY 'FS-PRESUPUESTO: ' FS-PRESUPUESTO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2010-DATOS-PRESUPUESTO.
           IF PIE-PRE-LEIDO
              DISPLAY 'ERROR EN 2010-DATOS-PRESUPUESTO'
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CAB-PRE-LEIDA
              DISPLAY 'ERROR EN 2010-DATOS-PRESUPUESTO'
              DISPLAY 'EL ARCHIVO PRESUPUESTO NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    UN OBJETIVO CON BASURA NO SE PUEDE COMPARAR NI DEJAR PASAR
      *    EN SILENCIO: COMERCIAL CORRIGE EL ARCHIVO Y SE REPROCESA.
           IF (PRE-TIPO NOT = 'C' AND PRE-TIPO NOT = 'P')
              OR PRE-DESDE IS NOT NUMERIC
              OR PRE-HASTA IS NOT NUMERIC
              OR PRE-CANTIDAD IS NOT NUMERIC
              OR PRE-IMPORTE IS NOT NUMERIC
              DISPLAY 'ERROR EN 2010-DATOS-PRESUPUESTO'
              DISPLAY 'REGISTRO DE PRESUPUESTO CON BASURA: '
                      REG-PRESUPUESTO-FD
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-PRE-LEIDOS.
           ADD PRE-CANTIDAD-NUM TO WS-HASH-PRE-CANT.
           ADD PRE-IMPORTE-NUM  TO WS-HASH-PRE-IMP.

      *    LA MISMA CLAVE DOS VECES EN EL MISMO PERIODO ES UN ERROR DE
      *    CARGA: NO HAY FORMA DE SABER CUAL DE LOS DOS OBJETIVOS VALE.
           MOVE PRE-TIPO  TO WS-TIPO-SECCION.
           MOVE PRE-CLAVE TO WS-BUSCA-CLAVE.
           MOVE 'N' TO WS-HALLADO.
           PERFORM 2020-COMPARO-REPETIDO
                VARYING WS-BUSCA-IDX FROM 1 BY 1
                UNTIL WS-BUSCA-IDX > WS-CANT-PRE.
           IF HALLADO
              DISPLAY 'ERROR EN 2010-DATOS-PRESUPUESTO'
              DISPLAY 'CLAVE REPETIDA EN EL PERIODO: '
                      REG-PRESUPUESTO-FD
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CANT-PRE >= WS-MAX-PRE
              DISPLAY 'ERROR EN 2010-DATOS-PRESUPUESTO'
              DISPLAY 'TABLA DEL PRESUPUESTO LLENA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CANT-PRE.
           MOVE PRE-TIPO         TO WS-PRE-TIPO(WS-CANT-PRE).
           MOVE PRE-DESDE        TO WS-PRE-DESDE(WS-CANT-PRE).
           MOVE PRE-HASTA        TO WS-PRE-HASTA(WS-CANT-PRE).
           MOVE PRE-CLAVE        TO WS-PRE-CLAVE(WS-CANT-PRE).
           MOVE PRE-CANTIDAD-NUM TO WS-PRE-CANTIDAD(WS-CANT-PRE).
           MOVE PRE-IMPORTE-NUM  TO WS-PRE-IMPORTE(WS-CANT-PRE).

       2020-COMPARO-REPETIDO.
           IF WS-PRE-TIPO(WS-BUSCA-IDX) = WS-TIPO-SECCION
              AND WS-PRE-DESDE(WS-BUSCA-IDX) = PRE-DESDE
              AND WS-PRE-HASTA(WS-BUSCA-IDX) = PRE-HASTA
              AND WS-PRE-CLAVE(WS-BUSCA-IDX) = WS-BUSCA-CLAVE
              SET HALLADO TO TRUE
           END-IF.

       2050-BALANCEO-PRESUPUESTO.
           IF NOT CAB-PRE-LEIDA
              DISPLAY 'ERROR EN 2050-BALANCEO-PRESUPUESTO'
              DISPLAY 'EL ARCHIVO PRESUPUESTO NO TRAE REGISTRO CAB'
              PERFORM 2090-ABEND-BALANCEO
           END-IF.
           IF NOT PIE-PRE-LEIDO
              DISPLAY 'ERROR EN 2050-BALANCEO-PRESUPUESTO'
              DISPLAY 'EL ARCHIVO PRESUPUESTO NO TRAE REGISTRO PIE'
              DISPLAY 'EL ARCHIVO PUEDE HABER LLEGADO TRUNCADO'
              PERFORM 2090-ABEND-BALANCEO
           END-IF.
           IF WS-CANT-PRE-LEIDOS NOT = WS-PIE-PRE-CANT
              DISPLAY 'ERROR EN 2050-BALANCEO-PRESUPUESTO'
              DISPLAY 'REGISTROS LEIDOS: ' WS-CANT-PRE-LEIDOS
              DISPLAY 'REGISTROS SEGUN PIE: ' WS-PIE-PRE-CANT
              PERFORM 2090-ABEND-BALANCEO
           END-IF.
           IF WS-HASH-PRE-CANT NOT = WS-PIE-PRE-HASH-CANT
              DISPLAY 'ERROR EN 2050-BALANCEO-PRESUPUESTO'
              DISPLAY 'HASH CANTIDAD LEIDO: ' WS-HASH-PRE-CANT
              DISPLAY 'HASH CANTIDAD SEGUN PIE: ' WS-PIE-PRE-HASH-CANT
              PERFORM 2090-ABEND-BALANCEO
           END-IF.
           IF WS-HASH-PRE-IMP NOT = WS-PIE-PRE-HASH-IMP
              DISPLAY 'ERROR EN 2050-BALANCEO-PRESUPUESTO'
              DISPLAY 'HASH IMPORTE LEIDO: ' WS-HASH-PRE-IMP
              DISPLAY 'HASH IMPORTE SEGUN PIE: ' WS-PIE-PRE-HASH-IMP
              PERFORM 2090-ABEND-BALANCEO
           END-IF.
      *    EL PRESUPUESTO TIENE QUE CUBRIR EL PERIODO PEDIDO: UN
      *    ARCHIVO DEL ANIO ANTERIOR DARIA TODO "SIN PRESUPUESTO".
           IF WS-CAB-PRE-DESDE > WS-PERIODO-DESDE
              OR WS-CAB-PRE-HASTA < WS-PERIODO-HASTA
              DISPLAY 'ERROR EN 2050-BALANCEO-PRESUPUESTO'
              DISPLAY 'EL PRESUPUESTO NO CUBRE EL PERIODO PEDIDO'
              DISPLAY 'PRESUPUESTO: ' WS-CAB-PRE-DESDE ' - '
                      WS-CAB-PRE-HASTA
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 50 TO RETURN-CODE
              STOP RUN
           END-IF.

       2090-ABEND-BALANCEO.
           DISPLAY 'SE CANCELA EL PROGRAMA'.
           MOVE 30 TO RETURN-CODE.
           STOP RUN.

       2200-CARGO-HISTORICO.
           READ HISTORICO
              AT END
                 SET EOF-HISTORICO TO TRUE
           END-READ.
           IF EOF-HISTORICO
              CONTINUE
           ELSE
              IF FS-HISTORICO = '00'
                 IF WS-CANT-HIST >= WS-MAX-HIST
                    DISPLAY 'ERROR EN 2200-CARGO-HISTORICO'
                    DISPLAY 'TABLA DEL HISTORICO LLENA'
                    DISPLAY 'SE CANCELA EL PROGRAMA'
                    MOVE 30 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-HIST
                 MOVE HCO-TIPO  TO WS-HIS-TIPO(WS-CANT-HIST)
                 MOVE HCO-DESDE TO WS-HIS-DESDE(WS-CANT-HIST)
                 MOVE HCO-HASTA TO WS-HIS-HASTA(WS-CANT-HIST)
                 MOVE HCO-CLAVE TO WS-HIS-CLAVE(WS-CANT-HIST)
                 MOVE HCO-CANTIDAD TO WS-HIS-CANTIDAD(WS-CANT-HIST)
                 MOVE HCO-IMPORTE  TO WS-HIS-IMPORTE(WS-CANT-HIST)
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO HISTORICO'
                 DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       3000-LISTO-CUMPLIMIENTO.
      *    POR CADA TIPO, TRES PASADAS: EL CUMPLIMIENTO DE LO
      *    PRESUPUESTADO EN EL PERIODO, LO VENDIDO SIN PRESUPUESTO Y
      *    LO PRESUPUESTADO QUE NO SE VENDIO.
           MOVE "CUMPLIMIENTO POR CLIENTE" TO WS-SEC-TITULO.
           MOVE 'C' TO WS-TIPO-SECCION.
           PERFORM 3050-LISTO-SECCION.

           MOVE "CUMPLIMIENTO POR PRODUCTO" TO WS-SEC-TITULO.
           MOVE 'P' TO WS-TIPO-SECCION.
           PERFORM 3050-LISTO-SECCION.

           MOVE "VENDIDO SIN PRESUPUESTO" TO WS-SEC-TITULO.
           PERFORM 3800-TITULO-SECCION.
           MOVE 'C' TO WS-TIPO-SECCION.
           PERFORM 3300-DETECTO-SIN-PRESUP
                VARYING WS-HIS-IDX FROM 1 BY 1
                UNTIL WS-HIS-IDX > WS-CANT-HIST.
           MOVE 'P' TO WS-TIPO-SECCION.
           PERFORM 3300-DETECTO-SIN-PRESUP
                VARYING WS-HIS-IDX FROM 1 BY 1
                UNTIL WS-HIS-IDX > WS-CANT-HIST.

           MOVE "PRESUPUESTADO SIN VENTA" TO WS-SEC-TITULO.
           PERFORM 3800-TITULO-SECCION.
           MOVE 'C' TO WS-TIPO-SECCION.
           PERFORM 3400-DETECTO-SIN-VENTA
                VARYING WS-PRE-IDX FROM 1 BY 1
                UNTIL WS-PRE-IDX > WS-CANT-PRE.
           MOVE 'P' TO WS-TIPO-SECCION.
           PERFORM 3400-DETECTO-SIN-VENTA
                VARYING WS-PRE-IDX FROM 1 BY 1
                UNTIL WS-PRE-IDX > WS-CANT-PRE.

       3050-LISTO-SECCION.
           PERFORM 3800-TITULO-SECCION.
           WRITE REG-LISTADO-FD FROM WS-LINEA-COLUMNAS.
           PERFORM 3900-VERIFICO-LISTADO.
           PERFORM 3100-COMPARO-ENTRADA
                VARYING WS-PRE-IDX FROM 1 BY 1
                UNTIL WS-PRE-IDX > WS-CANT-PRE.

       3100-COMPARO-ENTRADA.
           IF WS-PRE-TIPO(WS-PRE-IDX) = WS-TIPO-SECCION
              AND WS-PRE-DESDE(WS-PRE-IDX) = WS-PERIODO-DESDE
              AND WS-PRE-HASTA(WS-PRE-IDX) = WS-PERIODO-HASTA
              PERFORM 3150-COMPARO-UNA
           END-IF.

       3150-COMPARO-UNA.
           ADD 1 TO WS-CANT-COMPARADOS.
           MOVE WS-PRE-CLAVE(WS-PRE-IDX) TO WS-BUSCA-CLAVE
                                            WS-PR-CLAVE.

      *    EL PERIODO: OBJETIVO CONTRA LO REAL DEL HISTORICO.
           PERFORM 3500-BUSCO-REAL.
           MOVE WS-PRE-CANTIDAD(WS-PRE-IDX) TO WS-PR-CANT-PRE.
           MOVE WS-CANT-HALLADA             TO WS-PR-CANT-REAL.
           MOVE WS-PRE-IMPORTE(WS-PRE-IDX)  TO WS-PR-IMP-PRE
                                               WS-IMP-OBJETIVO.
           MOVE WS-IMP-HALLADO              TO WS-PR-IMP-REAL
                                               WS-IMP-LOGRADO.
           PERFORM 3600-CALCULO-CUMPLIMIENTO.
           MOVE WS-CUMPL-PCT TO WS-PR-PCT.

      *    ALERTA: SOLO SI HABIA OBJETIVO Y LO LOGRADO QUEDO MAS DE
      *    UMBRAL PUNTOS POR DEBAJO DEL CIEN POR CIENTO.
           MOVE SPACES TO WS-PR-ALERTA.
           IF WS-IMP-OBJETIVO > ZERO
              AND WS-CUMPL-PCT < WS-PISO-PCT
              MOVE '** BAJO' TO WS-PR-ALERTA
              IF WS-TIPO-SECCION = 'C'
                 ADD 1 TO WS-CANT-ALERTAS-CLI
              ELSE
                 ADD 1 TO WS-CANT-ALERTAS-PRO
              END-IF
           END-IF.

      *    EL ACUMULADO DEL ANIO: TODOS LOS PERIODOS DE LA CLAVE QUE
      *    CAEN ENTRE EL 1 DE ENERO Y EL FIN DEL PERIODO PEDIDO.
           MOVE ZERO TO WS-ACU-PRE WS-ACU-REAL.
           PERFORM 3550-ACUMULO-PRESUP
                VARYING WS-BUSCA-IDX FROM 1 BY 1
                UNTIL WS-BUSCA-IDX > WS-CANT-PRE.
           PERFORM 3560-ACUMULO-REAL
                VARYING WS-BUSCA-IDX FROM 1 BY 1
                UNTIL WS-BUSCA-IDX > WS-CANT-HIST.
           MOVE WS-ACU-PRE  TO WS-PR-ACU-PRE WS-IMP-OBJETIVO.
           MOVE WS-ACU-REAL TO WS-PR-ACU-REAL WS-IMP-LOGRADO.
           PERFORM 3600-CALCULO-CUMPLIMIENTO.
           MOVE WS-CUMPL-PCT TO WS-PR-ACU-PCT.

           WRITE REG-LISTADO-FD FROM WS-LINEA-PRESUP.
           PERFORM 3900-VERIFICO-LISTADO.

       3300-DETECTO-SIN-PRESUP.
      *    ENTRADA REAL DEL PERIODO SIN OBJETIVO CARGADO.
           IF WS-HIS-TIPO(WS-HIS-IDX) = WS-TIPO-SECCION
              AND WS-HIS-DESDE(WS-HIS-IDX) = WS-PERIODO-DESDE
              AND WS-HIS-HASTA(WS-HIS-IDX) = WS-PERIODO-HASTA
              MOVE WS-HIS-CLAVE(WS-HIS-IDX) TO WS-BUSCA-CLAVE
              MOVE 'N' TO WS-HALLADO
              PERFORM 3520-COMPARO-PRESUP
                   VARYING WS-BUSCA-IDX FROM 1 BY 1
                   UNTIL WS-BUSCA-IDX > WS-CANT-PRE
              IF NOT HALLADO
                 ADD 1 TO WS-CANT-SIN-PRESUP
                 PERFORM 3700-TIPO-SUELTA
                 MOVE WS-HIS-CLAVE(WS-HIS-IDX)    TO WS-LS-CLAVE
                 MOVE WS-HIS-CANTIDAD(WS-HIS-IDX) TO WS-LS-CANTIDAD
                 MOVE WS-HIS-IMPORTE(WS-HIS-IDX)  TO WS-LS-IMPORTE
                 WRITE REG-LISTADO-FD FROM WS-LINEA-SUELTA
                 PERFORM 3900-VERIFICO-LISTADO
              END-IF
           END-IF.

       3400-DETECTO-SIN-VENTA.
      *    OBJETIVO DEL PERIODO SIN VENTA: SIN ENTRADA EN EL HISTORICO
      *    O CON UNA ENTRADA EN CERO (LO VENDIDO SE DEVOLVIO ENTERO).
           IF WS-PRE-TIPO(WS-PRE-IDX) = WS-TIPO-SECCION
              AND WS-PRE-DESDE(WS-PRE-IDX) = WS-PERIODO-DESDE
              AND WS-PRE-HASTA(WS-PRE-IDX) = WS-PERIODO-HASTA
              MOVE WS-PRE-CLAVE(WS-PRE-IDX) TO WS-BUSCA-CLAVE
              PERFORM 3500-BUSCO-REAL
              IF NOT HALLADO
                 OR (WS-CANT-HALLADA = ZERO AND WS-IMP-HALLADO = ZERO)
                 ADD 1 TO WS-CANT-SIN-VENTA
                 PERFORM 3700-TIPO-SUELTA
                 MOVE WS-PRE-CLAVE(WS-PRE-IDX)    TO WS-LS-CLAVE
                 MOVE WS-PRE-CANTIDAD(WS-PRE-IDX) TO WS-LS-CANTIDAD
                 MOVE WS-PRE-IMPORTE(WS-PRE-IDX)  TO WS-LS-IMPORTE
                 WRITE REG-LISTADO-FD FROM WS-LINEA-SUELTA
                 PERFORM 3900-VERIFICO-LISTADO
              END-IF
           END-IF.

       3500-BUSCO-REAL.
      *    CANTIDAD E IMPORTE REALES DE WS-BUSCA-CLAVE EN EL PERIODO
      *    PEDIDO; CERO SI NO FIGURA.
           MOVE ZERO TO WS-CANT-HALLADA WS-IMP-HALLADO.
           MOVE 'N' TO WS-HALLADO.
           PERFORM 3510-COMPARO-REAL
                VARYING WS-BUSCA-IDX FROM 1 BY 1
                UNTIL WS-BUSCA-IDX > WS-CANT-HIST.

       3510-COMPARO-REAL.
           IF NOT HALLADO
              AND WS-HIS-TIPO(WS-BUSCA-IDX) = WS-TIPO-SECCION
              AND WS-HIS-DESDE(WS-BUSCA-IDX) = WS-PERIODO-DESDE
              AND WS-HIS-HASTA(WS-BUSCA-IDX) = WS-PERIODO-HASTA
              AND WS-HIS-CLAVE(WS-BUSCA-IDX) = WS-BUSCA-CLAVE
              MOVE WS-HIS-CANTIDAD(WS-BUSCA-IDX) TO WS-CANT-HALLADA
              MOVE WS-HIS-IMPORTE(WS-BUSCA-IDX)  TO WS-IMP-HALLADO
              SET HALLADO TO TRUE
           END-IF.

       3520-COMPARO-PRESUP.
           IF WS-PRE-TIPO(WS-BUSCA-IDX) = WS-TIPO-SECCION
              AND WS-PRE-DESDE(WS-BUSCA-IDX) = WS-PERIODO-DESDE
              AND WS-PRE-HASTA(WS-BUSCA-IDX) = WS-PERIODO-HASTA
              AND WS-PRE-CLAVE(WS-BUSCA-IDX) = WS-BUSCA-CLAVE
              SET HALLADO TO TRUE
           END-IF.

       3550-ACUMULO-PRESUP.
           IF WS-PRE-TIPO(WS-BUSCA-IDX) = WS-TIPO-SECCION
              AND WS-PRE-CLAVE(WS-BUSCA-IDX) = WS-BUSCA-CLAVE
              AND WS-PRE-DESDE(WS-BUSCA-IDX) NOT < WS-INICIO-ANIO
              AND WS-PRE-HASTA(WS-BUSCA-IDX) NOT > WS-PERIODO-HASTA
              ADD WS-PRE-IMPORTE(WS-BUSCA-IDX) TO WS-ACU-PRE
           END-IF.

       3560-ACUMULO-REAL.
           IF WS-HIS-TIPO(WS-BUSCA-IDX) = WS-TIPO-SECCION
              AND WS-HIS-CLAVE(WS-BUSCA-IDX) = WS-BUSCA-CLAVE
              AND WS-HIS-DESDE(WS-BUSCA-IDX) NOT < WS-INICIO-ANIO
              AND WS-HIS-HASTA(WS-BUSCA-IDX) NOT > WS-PERIODO-HASTA
              ADD WS-HIS-IMPORTE(WS-BUSCA-IDX) TO WS-ACU-REAL
           END-IF.

       3600-CALCULO-CUMPLIMIENTO.
      *    PORCENTAJE DE WS-IMP-LOGRADO SOBRE WS-IMP-OBJETIVO; SIN
      *    OBJETIVO QUEDA EN CERO.
           IF WS-IMP-OBJETIVO = ZERO
              MOVE ZERO TO WS-CUMPL-PCT
           ELSE
              COMPUTE WS-CUMPL-PCT ROUNDED =
                   WS-IMP-LOGRADO * 100 / WS-IMP-OBJETIVO
                 ON SIZE ERROR
                    MOVE 999,99 TO WS-CUMPL-PCT
              END-COMPUTE
           END-IF.

       3700-TIPO-SUELTA.
           IF WS-TIPO-SECCION = 'C'
              MOVE "CLIENTE" TO WS-LS-TIPO
           ELSE
              MOVE "PRODUCTO" TO WS-LS-TIPO
           END-IF.

       3800-TITULO-SECCION.
           MOVE SPACES TO REG-LISTADO-FD.
           WRITE REG-LISTADO-FD.
           PERFORM 3900-VERIFICO-LISTADO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-SECCION.
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
           MOVE SPACES TO REG-LISTADO-FD.
           WRITE REG-LISTADO-FD.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "OBJETIVOS COMPARADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-COMPARADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "CLIENTES BAJO OBJETIVO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ALERTAS-CLI TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "PRODUCTOS BAJO OBJETIVO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ALERTAS-PRO TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "VENDIDOS SIN PRESUPUESTO:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-PRESUP TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "PRESUPUESTADOS SIN VENTA:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-VENTA TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           DISPLAY "OBJETIVOS COMPARADOS: " WS-CANT-COMPARADOS.
           DISPLAY "CLIENTES BAJO OBJETIVO: " WS-CANT-ALERTAS-CLI.
           DISPLAY "PRODUCTOS BAJO OBJETIVO: " WS-CANT-ALERTAS-PRO.
           DISPLAY "VENDIDOS SIN PRESUPUESTO: " WS-CANT-SIN-PRESUP.
           DISPLAY "PRESUPUESTADOS SIN VENTA: " WS-CANT-SIN-VENTA.

           PERFORM 5000-CIERRO-ARCHIVOS.

       1000-ABRO-ARCHIVOS.

           OPEN INPUT PRESUPUESTO

           IF FS-PRESUPUESTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO PRESUPUESTO'
              DISPLAY 'FS-PRESUPUESTO: ' FS-PRESUPUESTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           OPEN INPUT HISTORICO

           IF FS-HISTORICO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO HISTORICO'
              DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
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

       5000-CIERRO-ARCHIVOS.

           CLOSE PRESUPUESTO.

           IF FS-PRESUPUESTO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO PRESUPUESTO'
              DISPLAY 'FS-PRESUPUESTO: ' FS-PRESUPUESTO
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.


           CLOSE HISTORICO.

           IF FS-HISTORICO = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO HISTORICO'
              DISPLAY 'FS-HISTORICO: ' FS-HISTORICO
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
