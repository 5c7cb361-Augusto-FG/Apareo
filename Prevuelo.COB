       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVUELO.
      *****************************************************************
      *  VERIFICACION PREVIA DE LAS ENTRADAS DE LA CADENA MENSUAL: ES
      *  EL PRIMER PASO DE CADENA Y CORRE ANTES QUE CONSOSUC. REVISA
      *  CADA ARCHIVO DE ENTRADA QUE LA CADENA VA A CONSUMIR: LOS
      *  LOTES DE SUCURSAL (CONSOSUC_ENTRADA_NN), LOS MAESTROS Y LAS
      *  NOVEDADES DE CLIENTES Y DE PRODUCTOS, EL MAESTRO QUE CARGCLI
      *  PASA A INDEXADO, LOS PAGOS DE TESORERIA
      *  Y LA TABLA DE ALICUOTAS. CADA UNO TIENE QUE EXISTIR, NO
      *  ESTAR VACIO, TRAER SU CAB CON UN PERIODO QUE CUBRA EL DE LA
      *  CORRIDA (APAREO_FECHA_DESDE / APAREO_FECHA_HASTA) Y TERMINAR
      *  EN SU PIE: UN LOTE QUE FALTA, QUE TODAVIA SE ESTA
      *  TRANSFIRIENDO (SIN PIE) O QUE ES DEL MES ANTERIOR SE VE ACA,
      *  ANTES DE QUE UN PASO ABENDEE O BALANCEE CONTRA DATOS
      *  EQUIVOCADOS. EMITE UN UNICO LISTADO DE CONTROL CON OK O EL
      *  MOTIVO POR ARCHIVO, Y TERMINA CON CODIGO 30 SI ALGUNO FALLA:
      *  CADENA NO SIGUE HASTA QUE TODO DE OK.
      *  EXCEPCIONES:
      *  - UNA SUCURSAL EXIMIDA OFICIALMENTE EN EL MES
      *    (CONSOSUC_EXENTA_NN = S) SE LISTA COMO EXENTA Y NO SE
      *    VERIFICA; CONSOSUC TAMPOCO LA CONSOLIDA. SU CODIGO SI SE
      *    EXIGE (CONSOSUC LO VALIDA AUN EXIMIDA).
      *  - LOS MAESTROS ARRASTRAN EN SU CAB EL PERIODO CON QUE NACIERON
      *    (MANTCLI Y MANTPROD LO CONSERVAN), ASI QUE EN ELLOS SOLO SE
      *    EXIGEN CAB Y PIE, NO EL PERIODO. EL CLIENTES.DAT HISTORICO
      *    SIN REGISTROS DE CONTROL SE ACEPTA, COMO EN MANTCLI.
      *  - LAS ALICUOTAS SON UN ARCHIVO DE PARAMETROS SIN CAB/PIE: SE
      *    EXIGE QUE EXISTA, QUE NO ESTE VACIO Y QUE SUS REGISTROS SEAN
      *    NUMERICOS.
      *  - LOS ARCHIVOS DE UN PASO QUE LA CADENA SALTEA (SIN
      *    CADENA_CMD_<PASO>) NO SE VERIFICAN; LOS PAGOS SOLO SI
      *    CTASCOR_PAGOS ESTA INFORMADA (CTASCOR CORRE FUERA DE LA
      *    CADENA).
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

      *    CADA ARCHIVO SE ASIGNA A LA MISMA VARIABLE DE ENTORNO QUE
      *    USA EL PASO QUE LO CONSUME, ASI SE VERIFICA EXACTAMENTE EL
      *    ARCHIVO QUE LA CADENA VA A LEER. LOS LOTES DE SUCURSAL SE
      *    LEEN CON UNA SOLA SELECT QUE SE REAPUNTA SUCURSAL POR
      *    SUCURSAL, COMO EN CONSOSUC. SOLO PREVUELO_LISTADO ES PROPIA.
           SELECT ENTRADA ASSIGN TO
           "PREVUELO_ENTRADA"
                                     FILE STATUS IS FS-ENTRADA.
           SELECT MAECLI ASSIGN TO
           "MANTCLI_MAESTRO"
                                     FILE STATUS IS FS-MAECLI.
           SELECT CARGCLI ASSIGN TO
           "CARGCLI_MAESTRO"
                                     FILE STATUS IS FS-CARGCLI.
           SELECT NOVCLI ASSIGN TO
           "MANTCLI_NOVEDADES"
                                     FILE STATUS IS FS-NOVCLI.
           SELECT MAEPROD ASSIGN TO
           "MANTPROD_MAESTRO"
                                     FILE STATUS IS FS-MAEPROD.
           SELECT NOVPROD ASSIGN TO
           "MANTPROD_NOVEDADES"
                                     FILE STATUS IS FS-NOVPROD.
           SELECT PAGOS ASSIGN TO
           "CTASCOR_PAGOS"
                                     FILE STATUS IS FS-PAGOS.
           SELECT ALICUOTAS ASSIGN TO
           "APAREO_ALICUOTAS"
                                     FILE STATUS IS FS-ALICUOTAS.
           SELECT LISTADO ASSIGN TO
           "PREVUELO_LISTADO"
                                     FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------
      *****************************************************************
      *  LOS ARCHIVOS VERIFICADOS SE LEEN COMO REGISTROS OPACOS DEL
      *  LARGO DE CADA LAYOUT (EL MISMO DEL PROGRAMA QUE LOS CONSUME):
      *  DE CADA UNO SOLO INTERESAN EL PRIMER REGISTRO (LA CAB) Y EL
      *  ULTIMO (EL PIE), QUE SE COPIAN A WORKING PARA EXAMINARLOS.
      *****************************************************************
       FD  ENTRADA.
      *    LOTE DE VENTAS DE UNA SUCURSAL (LAYOUT DE CONSOSUC).
       01  REG-ENTRADA-FD                 PIC X(53).

       FD  MAECLI.
      *    MAESTRO DE CLIENTES (LAYOUT DE MANTCLI).
       01  REG-MAECLI-FD                  PIC X(65).

       FD  CARGCLI.
      *    MAESTRO QUE CARGA CARGCLI (MISMO LAYOUT DE MANTCLI).
       01  REG-CARGCLI-FD                 PIC X(65).

       FD  NOVCLI.
      *    NOVEDADES DE CLIENTES (LAYOUT DE MANTCLI).
       01  REG-NOVCLI-FD                  PIC X(74).

       FD  MAEPROD.
      *    MAESTRO DE PRODUCTOS (LAYOUT DE MANTPROD).
       01  REG-MAEPROD-FD                 PIC X(31).

       FD  NOVPROD.
      *    NOVEDADES DE PRODUCTOS (LAYOUT DE MANTPROD).
       01  REG-NOVPROD-FD                 PIC X(40).

       FD  PAGOS.
      *    PAGOS DE TESORERIA (LAYOUT DE CTASCOR).
       01  REG-PAGOS-FD                   PIC X(30).

       FD  ALICUOTAS.
      *    TABLA DE ALICUOTAS DE IVA (LAYOUT DE APAREO).
       01  REG-ALICUOTAS-FD.
           05  ALI-CATEGORIA          PIC 9(02).
           05  ALI-TASA               PIC 9(02)V99.

       FD  LISTADO.
      *****************************************************************
      *  LISTADO DE CONTROL: UNA LINEA POR ARCHIVO CON SU RESULTADO
      *  (OK / ERROR / EXENTA / N/A) Y EL MOTIVO, Y EL VEREDICTO.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(40) VALUE
              "VERIFICACION PREVIA DE ENTRADAS - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).
           05 FILLER                      PIC X(11) VALUE
              "  PERIODO: ".
           05 WS-TIT-DESDE                PIC 9(08).
           05 FILLER                      PIC X(03) VALUE " - ".
           05 WS-TIT-HASTA                PIC 9(08).

        01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
              "ARCHIVO                       RESULTADO ".
           05 FILLER PIC X(40) VALUE
              "MOTIVO".
           05 FILLER PIC X(40) VALUE
              "      PATH".

        01 WS-LINEA-DETALLE.
           05 WS-DET-NOMBRE               PIC X(28).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-DET-RESULTADO            PIC X(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-DET-MOTIVO               PIC X(44).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-DET-PATH                 PIC X(34).

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

        01 WS-LINEA-VEREDICTO.
           05 FILLER                      PIC X(11) VALUE
              "RESULTADO: ".
           05 WS-VER-TEXTO                PIC X(60).

        01 FS-ENTRADA                     PIC X(02).
        01 FS-MAECLI                      PIC X(02).
        01 FS-CARGCLI                     PIC X(02).
        01 FS-NOVCLI                      PIC X(02).
        01 FS-MAEPROD                     PIC X(02).
        01 FS-NOVPROD                     PIC X(02).
        01 FS-PAGOS                       PIC X(02).
        01 FS-ALICUOTAS                   PIC X(02).
        01 FS-LISTADO                     PIC X(02).

        01 WS-PATH-LISTADO                PIC X(100).

      *-----------------------------------------------------------------
      *PERIODO DE LA CORRIDA: EL MISMO QUE FILTRA APAREO. SIN EL NO
      *HAY CONTRA QUE VERIFICAR LAS CABECERAS.
      *-----------------------------------------------------------------
        01 WS-FECHA-DESDE-ALFA            PIC X(08).
        01 WS-FECHA-HASTA-ALFA            PIC X(08).
        01 WS-FECHA-DESDE                 PIC 9(08) VALUE ZERO.
        01 WS-FECHA-HASTA                 PIC 9(08) VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      *SUCURSALES: MISMAS VARIABLES NUMERADAS QUE LEE CONSOSUC
      *-----------------------------------------------------------------
        01 WS-MAX-SUCURSALES              PIC 9(02) VALUE 20.
        01 WS-CANT-SUCURSALES-ALFA        PIC X(02).
        01 WS-CANT-SUCURSALES             PIC 9(02) VALUE ZERO.
        01 WS-SUC-NN                      PIC 9(02) VALUE ZERO.
        01 WS-CODIGO-ALFA                 PIC X(03) VALUE SPACES.
        01 WS-EXENTA-ALFA                 PIC X(01) VALUE SPACES.
        01 WS-NOMBRE-VAR                  PIC X(25) VALUE SPACES.
        01 WS-COMANDO-PASO                PIC X(200) VALUE SPACES.
        01 WS-PASO-EN-CADENA              PIC X(01) VALUE 'N'.
           88 PASO-EN-CADENA                         VALUE 'S'.

      *-----------------------------------------------------------------
      *ARCHIVO EN VERIFICACION: LO QUE SE JUNTA AL LEERLO Y LO QUE
      *DECIDE 2900-EVALUO-ARCHIVO
      *-----------------------------------------------------------------
        01 WS-VERIF-NOMBRE                PIC X(28) VALUE SPACES.
        01 WS-VERIF-PATH                  PIC X(100) VALUE SPACES.
        01 WS-VERIF-RESULTADO             PIC X(08) VALUE SPACES.
        01 WS-VERIF-MOTIVO                PIC X(44) VALUE SPACES.
        01 WS-FS-APERTURA                 PIC X(02) VALUE SPACES.
        01 WS-FS-LECTURA                  PIC X(02) VALUE SPACES.
        01 WS-CANT-REG                    PIC 9(09) VALUE ZERO.
        01 WS-EOF-VERIF                   PIC X(01) VALUE 'N'.
           88 EOF-VERIF                              VALUE 'S'.

      *    QUE SE LE EXIGE AL ARCHIVO EN CURSO.
        01 WS-CONTROLA-PERIODO            PIC X(01) VALUE 'S'.
           88 CONTROLA-PERIODO                       VALUE 'S'.
        01 WS-ADMITE-HISTORICO            PIC X(01) VALUE 'N'.
           88 ADMITE-HISTORICO                       VALUE 'S'.
        01 WS-SIN-CABPIE                  PIC X(01) VALUE 'N'.
           88 SIN-CABPIE                             VALUE 'S'.
        01 WS-REG-INVALIDO                PIC X(01) VALUE 'N'.
           88 REG-INVALIDO                           VALUE 'S'.
        01 WS-PERIODO-CUBRE               PIC X(01) VALUE 'N'.
           88 PERIODO-CUBRE                          VALUE 'S'.

      *    PRIMER Y ULTIMO REGISTRO DEL ARCHIVO. TODAS LAS CABECERAS
      *    DE LA CADENA COMPARTEN EL MISMO COMIENZO (TIPO, FECHA DEL
      *    ARCHIVO, PERIODO DESDE Y HASTA) Y TODOS LOS PIES EMPIEZAN
      *    CON SU TIPO, ASI QUE UNA SOLA VISTA SIRVE PARA TODOS.
        01 WS-PRIMER-REG                  PIC X(80) VALUE SPACES.
        01 WS-PRIMER-REG-R REDEFINES WS-PRIMER-REG.
           05 WS-PR-TIPO                  PIC X(03).
           05 WS-PR-FECHA-ARCHIVO         PIC X(08).
           05 WS-PR-DESDE                 PIC X(08).
           05 WS-PR-DESDE-NUM REDEFINES WS-PR-DESDE
                                          PIC 9(08).
           05 WS-PR-HASTA                 PIC X(08).
           05 WS-PR-HASTA-NUM REDEFINES WS-PR-HASTA
                                          PIC 9(08).
           05 FILLER                      PIC X(53).
      *    EN EL MAESTRO HISTORICO EL PRIMER REGISTRO ES UN CLIENTE.
        01 WS-PRIMER-REG-HIS REDEFINES WS-PRIMER-REG.
           05 WS-PH-IDE                   PIC X(05).
           05 FILLER                      PIC X(75).
        01 WS-ULTIMO-REG                  PIC X(80) VALUE SPACES.
        01 WS-ULTIMO-REG-R REDEFINES WS-ULTIMO-REG.
           05 WS-UR-TIPO                  PIC X(03).
           05 FILLER                      PIC X(77).

      *-----------------------------------------------------------------
      *CONTADORES DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-CANT-VERIFICADOS            PIC 9(05) VALUE ZERO.
        01 WS-CANT-OK                     PIC 9(05) VALUE ZERO.
        01 WS-CANT-ERROR                  PIC 9(05) VALUE ZERO.
        01 WS-CANT-EXENTAS                PIC 9(05) VALUE ZERO.
        01 WS-CANT-NO-APLICA              PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           PERFORM 2000-VERIFICO-SUCURSALES.

           PERFORM 2100-VERIFICO-MAECLI.

           PERFORM 2150-VERIFICO-CARGCLI.

           PERFORM 2200-VERIFICO-NOVCLI.

           PERFORM 2300-VERIFICO-MAEPROD.

           PERFORM 2400-VERIFICO-NOVPROD.

           PERFORM 2500-VERIFICO-PAGOS.

           PERFORM 2600-VERIFICO-ALICUOTAS.

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "PREVUELO_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO PREVUELO_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    EL PERIODO DE LA CORRIDA ES OBLIGATORIO ACA (EN APAREO ES
      *    UN FILTRO OPCIONAL): SIN EL NO SE PUEDE DECIR SI UN LOTE ES
      *    DEL MES QUE SE VA A PROCESAR.
           ACCEPT WS-FECHA-DESDE-ALFA FROM ENVIRONMENT
                "APAREO_FECHA_DESDE".
           ACCEPT WS-FECHA-HASTA-ALFA FROM ENVIRONMENT
                "APAREO_FECHA_HASTA".
           IF WS-FECHA-DESDE-ALFA IS NUMERIC
              AND WS-FECHA-HASTA-ALFA IS NUMERIC
              MOVE WS-FECHA-DESDE-ALFA TO WS-FECHA-DESDE
              MOVE WS-FECHA-HASTA-ALFA TO WS-FECHA-HASTA
           ELSE
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'APAREO_FECHA_DESDE Y APAREO_FECHA_HASTA DEBEN '
                      'INFORMAR EL PERIODO DE LA CORRIDA (AAAAMMDD)'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'PERIODO INVALIDO: ' WS-FECHA-DESDE
                      ' - ' WS-FECHA-HASTA
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "PERIODO DE LA CORRIDA: " WS-FECHA-DESDE
                   " - " WS-FECHA-HASTA.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

      *****************************************************************
      *  LOTES DE SUCURSAL: SOLO SI CONSOSUC CORRE EN ESTA CADENA.
      *****************************************************************
       2000-VERIFICO-SUCURSALES.
           MOVE 'CONSOSUC' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              MOVE 'LOTES DE SUCURSAL' TO WS-VERIF-NOMBRE
              MOVE SPACES TO WS-VERIF-PATH
              MOVE 'N/A' TO WS-VERIF-RESULTADO
              MOVE 'CONSOSUC NO CORRE EN ESTA CADENA'
                   TO WS-VERIF-MOTIVO
              PERFORM 2950-LINEA-DETALLE
           ELSE
              MOVE ZERO TO WS-CANT-SUCURSALES
              ACCEPT WS-CANT-SUCURSALES-ALFA
                   FROM ENVIRONMENT "CONSOSUC_CANTIDAD"
              IF WS-CANT-SUCURSALES-ALFA IS NUMERIC
                 MOVE WS-CANT-SUCURSALES-ALFA TO WS-CANT-SUCURSALES
              END-IF
              IF WS-CANT-SUCURSALES = ZERO
                 OR WS-CANT-SUCURSALES > WS-MAX-SUCURSALES
                 MOVE 'LOTES DE SUCURSAL' TO WS-VERIF-NOMBRE
                 MOVE SPACES TO WS-VERIF-PATH
                 MOVE 'ERROR' TO WS-VERIF-RESULTADO
                 MOVE 'CONSOSUC_CANTIDAD FALTA O ES INVALIDA'
                      TO WS-VERIF-MOTIVO
                 PERFORM 2950-LINEA-DETALLE
              ELSE
                 PERFORM 2010-VERIFICO-SUCURSAL
                      VARYING WS-SUC-NN FROM 1 BY 1
                      UNTIL WS-SUC-NN > WS-CANT-SUCURSALES
              END-IF
           END-IF.

       2010-VERIFICO-SUCURSAL.
           MOVE SPACES TO WS-NOMBRE-VAR.
           STRING 'CONSOSUC_SUCURSAL_' DELIMITED BY SIZE
                  WS-SUC-NN            DELIMITED BY SIZE
                  INTO WS-NOMBRE-VAR.
           MOVE SPACES TO WS-CODIGO-ALFA.
           ACCEPT WS-CODIGO-ALFA FROM ENVIRONMENT WS-NOMBRE-VAR.
           MOVE SPACES TO WS-VERIF-NOMBRE.
           STRING 'SUCURSAL '   DELIMITED BY SIZE
                  WS-CODIGO-ALFA DELIMITED BY SIZE
                  ' (ENTRADA_'  DELIMITED BY SIZE
                  WS-SUC-NN     DELIMITED BY SIZE
                  ')'           DELIMITED BY SIZE
                  INTO WS-VERIF-NOMBRE.

           MOVE SPACES TO WS-NOMBRE-VAR.
           STRING 'CONSOSUC_ENTRADA_' DELIMITED BY SIZE
                  WS-SUC-NN           DELIMITED BY SIZE
                  INTO WS-NOMBRE-VAR.
           MOVE SPACES TO WS-VERIF-PATH.
           ACCEPT WS-VERIF-PATH FROM ENVIRONMENT WS-NOMBRE-VAR.

           MOVE SPACES TO WS-EXENTA-ALFA.
           MOVE SPACES TO WS-NOMBRE-VAR.
           STRING 'CONSOSUC_EXENTA_' DELIMITED BY SIZE
                  WS-SUC-NN          DELIMITED BY SIZE
                  INTO WS-NOMBRE-VAR.
           ACCEPT WS-EXENTA-ALFA FROM ENVIRONMENT WS-NOMBRE-VAR.

      *    EL CODIGO SE EXIGE AUN EN UNA SUCURSAL EXIMIDA: CONSOSUC
      *    LO VALIDA ESTE O NO EXENTA.
           IF WS-CODIGO-ALFA IS NOT NUMERIC
              MOVE 'ERROR' TO WS-VERIF-RESULTADO
              MOVE 'CODIGO DE SUCURSAL INVALIDO O FALTANTE'
                   TO WS-VERIF-MOTIVO
              PERFORM 2950-LINEA-DETALLE
           ELSE
              IF WS-EXENTA-ALFA = 'S' OR WS-EXENTA-ALFA = 's'
      *          EXIMIDA POR EL OPERADOR: NO SE VERIFICA NI BLOQUEA.
                 MOVE 'EXENTA' TO WS-VERIF-RESULTADO
                 MOVE 'EXIMIDA EN EL PERIODO (CONSOSUC_EXENTA)'
                      TO WS-VERIF-MOTIVO
                 PERFORM 2950-LINEA-DETALLE
              ELSE
                 IF WS-VERIF-PATH = SPACES
                    PERFORM 2850-FALTA-VARIABLE
                 ELSE
      *             LA SELECT ENTRADA SE REAPUNTA AL LOTE EN CURSO.
                    DISPLAY "PREVUELO_ENTRADA" UPON ENVIRONMENT-NAME
                    DISPLAY WS-VERIF-PATH UPON ENVIRONMENT-VALUE
                    PERFORM 2800-PREPARO-VERIFICACION
                    PERFORM 2015-LEO-ENTRADA
                    PERFORM 2900-EVALUO-ARCHIVO
                    PERFORM 2950-LINEA-DETALLE
                 END-IF
              END-IF
           END-IF.

       2015-LEO-ENTRADA.
           OPEN INPUT ENTRADA.
           MOVE FS-ENTRADA TO WS-FS-APERTURA.
           IF FS-ENTRADA = '00'
              PERFORM 2016-LEO-REG-ENTRADA
                   UNTIL EOF-VERIF
              CLOSE ENTRADA
           END-IF.

       2016-LEO-REG-ENTRADA.
           READ ENTRADA
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-ENTRADA = '00'
              MOVE REG-ENTRADA-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-ENTRADA NOT = '10'
                 MOVE FS-ENTRADA TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

       2050-PASO-EN-CADENA.
      *    UN PASO CORRE EN LA CADENA SI TIENE SU CADENA_CMD_<PASO>
      *    (LA MISMA REGLA CON QUE CADENA SALTEA LOS PASOS).
           MOVE SPACES TO WS-COMANDO-PASO.
           STRING 'CADENA_CMD_'  DELIMITED BY SIZE
                  WS-NOMBRE-VAR DELIMITED BY SPACE
                  INTO WS-COMANDO-PASO.
           MOVE WS-COMANDO-PASO TO WS-NOMBRE-VAR.
           MOVE SPACES TO WS-COMANDO-PASO.
           ACCEPT WS-COMANDO-PASO FROM ENVIRONMENT WS-NOMBRE-VAR.
           IF WS-COMANDO-PASO = SPACES
              MOVE 'N' TO WS-PASO-EN-CADENA
           ELSE
              SET PASO-EN-CADENA TO TRUE
           END-IF.

      *****************************************************************
      *  MAESTRO Y NOVEDADES DE CLIENTES (PASO MANTCLI).
      *****************************************************************
       2100-VERIFICO-MAECLI.
           MOVE 'MAESTRO DE CLIENTES' TO WS-VERIF-NOMBRE.
           MOVE 'MANTCLI' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              PERFORM 2860-PASO-SALTEADO
           ELSE
              MOVE SPACES TO WS-VERIF-PATH
              ACCEPT WS-VERIF-PATH FROM ENVIRONMENT "MANTCLI_MAESTRO"
              MOVE 'MANTCLI_MAESTRO' TO WS-NOMBRE-VAR
              IF WS-VERIF-PATH = SPACES
                 PERFORM 2850-FALTA-VARIABLE
              ELSE
                 PERFORM 2800-PREPARO-VERIFICACION
                 MOVE 'N' TO WS-CONTROLA-PERIODO
                 SET ADMITE-HISTORICO TO TRUE
                 PERFORM 2110-LEO-MAECLI
                 PERFORM 2900-EVALUO-ARCHIVO
                 PERFORM 2950-LINEA-DETALLE
              END-IF
           END-IF.

       2110-LEO-MAECLI.
           OPEN INPUT MAECLI.
           MOVE FS-MAECLI TO WS-FS-APERTURA.
           IF FS-MAECLI = '00'
              PERFORM 2115-LEO-REG-MAECLI
                   UNTIL EOF-VERIF
              CLOSE MAECLI
           END-IF.

       2115-LEO-REG-MAECLI.
           READ MAECLI
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-MAECLI = '00'
              MOVE REG-MAECLI-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-MAECLI NOT = '10'
                 MOVE FS-MAECLI TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *  MAESTRO DE CLIENTES QUE CARGCLI PASA A INDEXADO (PASO
      *  CARGCLI): MISMAS REGLAS QUE EL DE MANTCLI.
      *****************************************************************
       2150-VERIFICO-CARGCLI.
           MOVE 'MAESTRO DE CLIENTES CARGCLI' TO WS-VERIF-NOMBRE.
           MOVE 'CARGCLI' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              PERFORM 2860-PASO-SALTEADO
           ELSE
              MOVE SPACES TO WS-VERIF-PATH
              ACCEPT WS-VERIF-PATH FROM ENVIRONMENT "CARGCLI_MAESTRO"
              MOVE 'CARGCLI_MAESTRO' TO WS-NOMBRE-VAR
              IF WS-VERIF-PATH = SPACES
                 PERFORM 2850-FALTA-VARIABLE
              ELSE
                 PERFORM 2800-PREPARO-VERIFICACION
                 MOVE 'N' TO WS-CONTROLA-PERIODO
                 SET ADMITE-HISTORICO TO TRUE
                 PERFORM 2160-LEO-CARGCLI
                 PERFORM 2900-EVALUO-ARCHIVO
                 PERFORM 2950-LINEA-DETALLE
              END-IF
           END-IF.

       2160-LEO-CARGCLI.
           OPEN INPUT CARGCLI.
           MOVE FS-CARGCLI TO WS-FS-APERTURA.
           IF FS-CARGCLI = '00'
              PERFORM 2165-LEO-REG-CARGCLI
                   UNTIL EOF-VERIF
              CLOSE CARGCLI
           END-IF.

       2165-LEO-REG-CARGCLI.
           READ CARGCLI
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-CARGCLI = '00'
              MOVE REG-CARGCLI-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-CARGCLI NOT = '10'
                 MOVE FS-CARGCLI TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

       2200-VERIFICO-NOVCLI.
           MOVE 'NOVEDADES DE CLIENTES' TO WS-VERIF-NOMBRE.
           MOVE 'MANTCLI' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              PERFORM 2860-PASO-SALTEADO
           ELSE
              MOVE SPACES TO WS-VERIF-PATH
              ACCEPT WS-VERIF-PATH FROM ENVIRONMENT "MANTCLI_NOVEDADES"
              MOVE 'MANTCLI_NOVEDADES' TO WS-NOMBRE-VAR
              IF WS-VERIF-PATH = SPACES
                 PERFORM 2850-FALTA-VARIABLE
              ELSE
                 PERFORM 2800-PREPARO-VERIFICACION
                 PERFORM 2210-LEO-NOVCLI
                 PERFORM 2900-EVALUO-ARCHIVO
                 PERFORM 2950-LINEA-DETALLE
              END-IF
           END-IF.

       2210-LEO-NOVCLI.
           OPEN INPUT NOVCLI.
           MOVE FS-NOVCLI TO WS-FS-APERTURA.
           IF FS-NOVCLI = '00'
              PERFORM 2215-LEO-REG-NOVCLI
                   UNTIL EOF-VERIF
              CLOSE NOVCLI
           END-IF.

       2215-LEO-REG-NOVCLI.
           READ NOVCLI
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-NOVCLI = '00'
              MOVE REG-NOVCLI-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-NOVCLI NOT = '10'
                 MOVE FS-NOVCLI TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *  MAESTRO Y NOVEDADES DE PRODUCTOS (PASO MANTPROD).
      *****************************************************************
       2300-VERIFICO-MAEPROD.
           MOVE 'MAESTRO DE PRODUCTOS' TO WS-VERIF-NOMBRE.
           MOVE 'MANTPROD' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              PERFORM 2860-PASO-SALTEADO
           ELSE
              MOVE SPACES TO WS-VERIF-PATH
              ACCEPT WS-VERIF-PATH FROM ENVIRONMENT "MANTPROD_MAESTRO"
              MOVE 'MANTPROD_MAESTRO' TO WS-NOMBRE-VAR
              IF WS-VERIF-PATH = SPACES
                 PERFORM 2850-FALTA-VARIABLE
              ELSE
                 PERFORM 2800-PREPARO-VERIFICACION
                 MOVE 'N' TO WS-CONTROLA-PERIODO
                 PERFORM 2310-LEO-MAEPROD
                 PERFORM 2900-EVALUO-ARCHIVO
                 PERFORM 2950-LINEA-DETALLE
              END-IF
           END-IF.

       2310-LEO-MAEPROD.
           OPEN INPUT MAEPROD.
           MOVE FS-MAEPROD TO WS-FS-APERTURA.
           IF FS-MAEPROD = '00'
              PERFORM 2315-LEO-REG-MAEPROD
                   UNTIL EOF-VERIF
              CLOSE MAEPROD
           END-IF.

       2315-LEO-REG-MAEPROD.
           READ MAEPROD
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-MAEPROD = '00'
              MOVE REG-MAEPROD-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-MAEPROD NOT = '10'
                 MOVE FS-MAEPROD TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

       2400-VERIFICO-NOVPROD.
           MOVE 'NOVEDADES DE PRODUCTOS' TO WS-VERIF-NOMBRE.
           MOVE 'MANTPROD' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              PERFORM 2860-PASO-SALTEADO
           ELSE
              MOVE SPACES TO WS-VERIF-PATH
              ACCEPT WS-VERIF-PATH
                   FROM ENVIRONMENT "MANTPROD_NOVEDADES"
              MOVE 'MANTPROD_NOVEDADES' TO WS-NOMBRE-VAR
              IF WS-VERIF-PATH = SPACES
                 PERFORM 2850-FALTA-VARIABLE
              ELSE
                 PERFORM 2800-PREPARO-VERIFICACION
                 PERFORM 2410-LEO-NOVPROD
                 PERFORM 2900-EVALUO-ARCHIVO
                 PERFORM 2950-LINEA-DETALLE
              END-IF
           END-IF.

       2410-LEO-NOVPROD.
           OPEN INPUT NOVPROD.
           MOVE FS-NOVPROD TO WS-FS-APERTURA.
           IF FS-NOVPROD = '00'
              PERFORM 2415-LEO-REG-NOVPROD
                   UNTIL EOF-VERIF
              CLOSE NOVPROD
           END-IF.

       2415-LEO-REG-NOVPROD.
           READ NOVPROD
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-NOVPROD = '00'
              MOVE REG-NOVPROD-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-NOVPROD NOT = '10'
                 MOVE FS-NOVPROD TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *  PAGOS DE TESORERIA: CTASCOR CORRE FUERA DE LA CADENA, ASI QUE
      *  SE VERIFICAN SOLO SI CTASCOR_PAGOS ESTA INFORMADA.
      *****************************************************************
       2500-VERIFICO-PAGOS.
           MOVE 'PAGOS DE TESORERIA' TO WS-VERIF-NOMBRE.
           MOVE SPACES TO WS-VERIF-PATH.
           ACCEPT WS-VERIF-PATH FROM ENVIRONMENT "CTASCOR_PAGOS".
           IF WS-VERIF-PATH = SPACES
              MOVE 'N/A' TO WS-VERIF-RESULTADO
              MOVE 'CTASCOR_PAGOS SIN INFORMAR' TO WS-VERIF-MOTIVO
              PERFORM 2950-LINEA-DETALLE
           ELSE
              PERFORM 2800-PREPARO-VERIFICACION
              PERFORM 2510-LEO-PAGOS
              PERFORM 2900-EVALUO-ARCHIVO
              PERFORM 2950-LINEA-DETALLE
           END-IF.

       2510-LEO-PAGOS.
           OPEN INPUT PAGOS.
           MOVE FS-PAGOS TO WS-FS-APERTURA.
           IF FS-PAGOS = '00'
              PERFORM 2515-LEO-REG-PAGOS
                   UNTIL EOF-VERIF
              CLOSE PAGOS
           END-IF.

       2515-LEO-REG-PAGOS.
           READ PAGOS
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-PAGOS = '00'
              MOVE REG-PAGOS-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-PAGOS NOT = '10'
                 MOVE FS-PAGOS TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *  ALICUOTAS DE IVA (PASO APAREO): PARAMETROS SIN CAB/PIE.
      *****************************************************************
       2600-VERIFICO-ALICUOTAS.
           MOVE 'ALICUOTAS DE IVA' TO WS-VERIF-NOMBRE.
           MOVE 'APAREO' TO WS-NOMBRE-VAR.
           PERFORM 2050-PASO-EN-CADENA.
           IF NOT PASO-EN-CADENA
              PERFORM 2860-PASO-SALTEADO
           ELSE
              MOVE SPACES TO WS-VERIF-PATH
              ACCEPT WS-VERIF-PATH FROM ENVIRONMENT "APAREO_ALICUOTAS"
              MOVE 'APAREO_ALICUOTAS' TO WS-NOMBRE-VAR
              IF WS-VERIF-PATH = SPACES
                 PERFORM 2850-FALTA-VARIABLE
              ELSE
                 PERFORM 2800-PREPARO-VERIFICACION
                 SET SIN-CABPIE TO TRUE
                 PERFORM 2610-LEO-ALICUOTAS
                 PERFORM 2900-EVALUO-ARCHIVO
                 PERFORM 2950-LINEA-DETALLE
              END-IF
           END-IF.

       2610-LEO-ALICUOTAS.
           OPEN INPUT ALICUOTAS.
           MOVE FS-ALICUOTAS TO WS-FS-APERTURA.
           IF FS-ALICUOTAS = '00'
              PERFORM 2615-LEO-REG-ALICUOTAS
                   UNTIL EOF-VERIF
              CLOSE ALICUOTAS
           END-IF.

       2615-LEO-REG-ALICUOTAS.
           READ ALICUOTAS
              AT END
                 SET EOF-VERIF TO TRUE
           END-READ.
           IF FS-ALICUOTAS = '00'
              IF ALI-CATEGORIA IS NOT NUMERIC
                 OR ALI-TASA IS NOT NUMERIC
                 SET REG-INVALIDO TO TRUE
              END-IF
              MOVE REG-ALICUOTAS-FD TO WS-ULTIMO-REG
              PERFORM 2890-CUENTO-REGISTRO
           ELSE
              IF FS-ALICUOTAS NOT = '10'
                 MOVE FS-ALICUOTAS TO WS-FS-LECTURA
                 SET EOF-VERIF TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *  RUTINAS COMUNES DE LA VERIFICACION
      *****************************************************************
       2800-PREPARO-VERIFICACION.
           MOVE SPACES TO WS-VERIF-RESULTADO.
           MOVE SPACES TO WS-VERIF-MOTIVO.
           MOVE SPACES TO WS-FS-APERTURA.
           MOVE SPACES TO WS-FS-LECTURA.
           MOVE SPACES TO WS-PRIMER-REG.
           MOVE SPACES TO WS-ULTIMO-REG.
           MOVE ZERO   TO WS-CANT-REG.
           MOVE 'N'    TO WS-EOF-VERIF.
           MOVE 'S'    TO WS-CONTROLA-PERIODO.
           MOVE 'N'    TO WS-ADMITE-HISTORICO.
           MOVE 'N'    TO WS-SIN-CABPIE.
           MOVE 'N'    TO WS-REG-INVALIDO.
           MOVE 'N'    TO WS-PERIODO-CUBRE.

       2850-FALTA-VARIABLE.
           MOVE 'ERROR' TO WS-VERIF-RESULTADO.
           MOVE SPACES TO WS-VERIF-MOTIVO.
           STRING 'FALTA LA VARIABLE ' DELIMITED BY SIZE
                  WS-NOMBRE-VAR        DELIMITED BY SPACE
                  INTO WS-VERIF-MOTIVO.
           PERFORM 2950-LINEA-DETALLE.

       2860-PASO-SALTEADO.
           MOVE SPACES TO WS-VERIF-PATH.
           MOVE 'N/A' TO WS-VERIF-RESULTADO.
           MOVE SPACES TO WS-VERIF-MOTIVO.
      *    2050-PASO-EN-CADENA DEJO EN WS-NOMBRE-VAR LA VARIABLE
      *    DEL COMANDO QUE FALTA.
           STRING 'PASO SALTEADO: SIN ' DELIMITED BY SIZE
                  WS-NOMBRE-VAR         DELIMITED BY SPACE
                  INTO WS-VERIF-MOTIVO.
           PERFORM 2950-LINEA-DETALLE.

       2890-CUENTO-REGISTRO.
           ADD 1 TO WS-CANT-REG.
           IF WS-CANT-REG = 1
              MOVE WS-ULTIMO-REG TO WS-PRIMER-REG
           END-IF.

       2900-EVALUO-ARCHIVO.
      *    EL PERIODO DE LA CABECERA CUBRE LA CORRIDA SI EMPIEZA NO
      *    DESPUES Y TERMINA NO ANTES QUE ELLA.
           IF WS-PR-DESDE IS NUMERIC AND WS-PR-HASTA IS NUMERIC
              IF WS-PR-DESDE-NUM NOT > WS-FECHA-DESDE
                 AND WS-PR-HASTA-NUM NOT < WS-FECHA-HASTA
                 SET PERIODO-CUBRE TO TRUE
              END-IF
           END-IF.

           MOVE 'ERROR' TO WS-VERIF-RESULTADO.
           MOVE SPACES TO WS-VERIF-MOTIVO.
           EVALUATE TRUE
              WHEN WS-FS-APERTURA = '35'
                 MOVE 'EL ARCHIVO NO EXISTE' TO WS-VERIF-MOTIVO
              WHEN WS-FS-APERTURA NOT = '00'
                 STRING 'NO SE PUEDE ABRIR - FS ' DELIMITED BY SIZE
                        WS-FS-APERTURA            DELIMITED BY SIZE
                        INTO WS-VERIF-MOTIVO
              WHEN WS-FS-LECTURA NOT = SPACES
                 STRING 'ERROR DE LECTURA - FS ' DELIMITED BY SIZE
                        WS-FS-LECTURA            DELIMITED BY SIZE
                        ' (INCOMPLETO?)'         DELIMITED BY SIZE
                        INTO WS-VERIF-MOTIVO
              WHEN WS-CANT-REG = ZERO
                 MOVE 'ARCHIVO VACIO' TO WS-VERIF-MOTIVO
              WHEN SIN-CABPIE AND REG-INVALIDO
                 MOVE 'REGISTRO NO NUMERICO EN LA TABLA'
                      TO WS-VERIF-MOTIVO
              WHEN SIN-CABPIE
                 MOVE 'OK' TO WS-VERIF-RESULTADO
                 MOVE 'PARAMETROS SIN CAB/PIE' TO WS-VERIF-MOTIVO
              WHEN WS-PR-TIPO NOT = 'CAB'
                   AND ADMITE-HISTORICO
                   AND WS-PH-IDE IS NUMERIC
                 MOVE 'OK' TO WS-VERIF-RESULTADO
                 MOVE 'MAESTRO HISTORICO SIN CAB/PIE'
                      TO WS-VERIF-MOTIVO
              WHEN WS-PR-TIPO NOT = 'CAB'
                 MOVE 'NO TRAE REGISTRO CAB' TO WS-VERIF-MOTIVO
              WHEN WS-UR-TIPO NOT = 'PIE'
                 MOVE 'NO TRAE REGISTRO PIE (TRANSFERENCIA?)'
                      TO WS-VERIF-MOTIVO
              WHEN CONTROLA-PERIODO AND NOT PERIODO-CUBRE
                 STRING 'CAB '         DELIMITED BY SIZE
                        WS-PR-DESDE    DELIMITED BY SIZE
                        '-'            DELIMITED BY SIZE
                        WS-PR-HASTA    DELIMITED BY SIZE
                        ' NO CUBRE EL PERIODO' DELIMITED BY SIZE
                        INTO WS-VERIF-MOTIVO
              WHEN OTHER
                 MOVE 'OK' TO WS-VERIF-RESULTADO
           END-EVALUATE.

       2950-LINEA-DETALLE.
           EVALUATE WS-VERIF-RESULTADO
              WHEN 'OK'
                 ADD 1 TO WS-CANT-VERIFICADOS
                 ADD 1 TO WS-CANT-OK
              WHEN 'ERROR'
                 ADD 1 TO WS-CANT-VERIFICADOS
                 ADD 1 TO WS-CANT-ERROR
              WHEN 'EXENTA'
                 ADD 1 TO WS-CANT-EXENTAS
              WHEN OTHER
                 ADD 1 TO WS-CANT-NO-APLICA
           END-EVALUATE.
           MOVE WS-VERIF-NOMBRE    TO WS-DET-NOMBRE.
           MOVE WS-VERIF-RESULTADO TO WS-DET-RESULTADO.
           MOVE WS-VERIF-MOTIVO    TO WS-DET-MOTIVO.
           MOVE WS-VERIF-PATH      TO WS-DET-PATH.
           WRITE REG-LISTADO-FD FROM WS-LINEA-DETALLE.
           PERFORM 3900-VERIFICO-LISTADO.
      *    EL OPERADOR VE LA MISMA LISTA EN LA SALIDA DEL JOB.
           DISPLAY WS-DET-NOMBRE ' ' WS-DET-RESULTADO ' '
                   WS-DET-MOTIVO.

       1100-TITULO-LISTADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           MOVE WS-FECHA-DESDE   TO WS-TIT-DESDE.
           MOVE WS-FECHA-HASTA   TO WS-TIT-HASTA.
           WRITE REG-LISTADO-FD FROM WS-LINEA-TITULO.
           PERFORM 3900-VERIFICO-LISTADO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-COLUMNAS.
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
           MOVE "ARCHIVOS VERIFICADOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-VERIFICADOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "CORRECTOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-OK TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "CON ERROR:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-ERROR TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "SUCURSALES EXENTAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-EXENTAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "NO APLICAN:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-NO-APLICA TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           IF WS-CANT-ERROR = ZERO
              MOVE 'TODAS LAS ENTRADAS OK: LA CADENA PUEDE ARRANCAR'
                   TO WS-VER-TEXTO
           ELSE
              MOVE 'HAY ENTRADAS CON ERROR: LA CADENA NO ARRANCA'
                   TO WS-VER-TEXTO
           END-IF.
           WRITE REG-LISTADO-FD FROM WS-LINEA-VEREDICTO.
           PERFORM 3900-VERIFICO-LISTADO.

           PERFORM 5000-CIERRO-ARCHIVOS.

           DISPLAY 'ARCHIVOS VERIFICADOS: ' WS-CANT-VERIFICADOS.
           DISPLAY 'CON ERROR: ' WS-CANT-ERROR.
           DISPLAY 'RESULTADO: ' WS-VER-TEXTO.

      *    CON ALGUNA ENTRADA EN ERROR EL PASO TERMINA EN 30 Y CADENA
      *    SE DETIENE ACA; AL RELANZARLA VUELVE A VERIFICAR.
           IF WS-CANT-ERROR > ZERO
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
