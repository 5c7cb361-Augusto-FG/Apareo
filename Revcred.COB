       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCRED.
      *****************************************************************
      *  REVISION DE CREDITO DE CLIENTES: APAREA EL MAESTRO DE
      *  CLIENTES (EL QUE DEJA MANTCLI, CON SU LIMITE Y SU ESTADO DE
      *  CREDITO) CONTRA LA DEUDA POR CLIENTE QUE DEJA CTASCOR (SALDO
      *  Y TRAMOS DE ANTIGUEDAD), AMBOS ORDENADOS POR IDE.
      *  UN CLIENTE EN ESTADO NORMAL CUYO SALDO SUPERA SU LIMITE (EL
      *  LIMITE EN CERO ES "SIN LIMITE") O CUYA DEUDA A 90+ DIAS
      *  SUPERA LA TOLERANCIA (REVCRED_TOLERANCIA_90, EN PESOS
      *  ENTEROS, CERO SI NO SE INFORMA) SE PROPONE PARA RETENCION.
      *  UN CLIENTE YA RETENIDO QUE HOY NO CAE EN NINGUNA DE LAS DOS
      *  CONDICIONES SE LISTA COMO LIBERABLE: LA LIBERACION LA DECIDE
      *  COBRANZAS Y ENTRA COMO NOVEDAD DE MANTCLI, ESTE PROGRAMA
      *  NUNCA LIBERA POR SU CUENTA.
      *  REVCRED_MODO = PROPONER (O SIN INFORMAR) SOLO EMITE EL
      *  LISTADO. REVCRED_MODO = APLICAR ADEMAS AGREGA UNA NOVEDAD 'M'
      *  (ESTADO DE CREDITO 'R', LOS DEMAS CAMPOS EN BLANCO PARA QUE
      *  CONSERVEN SU VALOR) POR CADA RETENCION AL LOTE DE NOVEDADES
      *  DE MANTCLI: LEE EL LOTE QUE COBRANZAS YA ARMO (PUEDE NO
      *  EXISTIR) Y GRABA UNO NUEVO CON AMBAS CORRIENTES MEZCLADAS
      *  POR IDE Y SU CAB Y PIE REGENERADOS. EN EMPATE VA PRIMERO LA
      *  RETENCION, ASI UNA NOVEDAD DE COBRANZAS PARA EL MISMO
      *  CLIENTE SE APLICA DESPUES Y PREVALECE. SI COBRANZAS NO ARMO
      *  LOTE, EL NUEVO DECLARA EL PERIODO DE LA CORRIDA
      *  (APAREO_FECHA_DESDE / APAREO_FECHA_HASTA) PARA QUE PASE LA
      *  VERIFICACION PREVIA DE LA CADENA.
      *  SE CORRE DESPUES DE CTASCOR Y ANTES DE MANTCLI, FUERA DE LA
      *  CADENA, COMO CTASCOR.
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
      *    IGUAL QUE EN MANTCLI Y CTASCOR. MAESTRO, DEUDA Y LISTADO SON
      *    OBLIGATORIAS SIEMPRE; NOVEDADES Y NUEVASNOVEDADES SOLO EN
      *    MODO APLICAR.
           SELECT MAESTRO ASSIGN TO
           "REVCRED_MAESTRO"
                                     FILE STATUS IS FS-MAESTRO.
           SELECT DEUDA ASSIGN TO
           "REVCRED_DEUDA"
                                     FILE STATUS IS FS-DEUDA.
           SELECT LISTADO ASSIGN TO
           "REVCRED_LISTADO"
                                     FILE STATUS IS FS-LISTADO.
           SELECT NOVEDADES ASSIGN TO
           "REVCRED_NOVEDADES"
                                     FILE STATUS IS FS-NOVEDADES.
           SELECT NUEVASNOVEDADES ASSIGN TO
           "REVCRED_NUEVASNOVEDADES"
                                     FILE STATUS IS FS-NUEVASNOV.

       DATA DIVISION.
      *-------------
       FILE SECTION.
      *------------
       FD  MAESTRO.
      *****************************************************************
      *  MAESTRO DE CLIENTES (MISMO LAYOUT QUE GRABA MANTCLI), CON SUS
      *  REGISTROS CAB Y PIE. EL CLIENTES.DAT HISTORICO, SIN REGISTROS
      *  DE CONTROL, SE ACEPTA IGUAL QUE EN MANTCLI.
      *****************************************************************
       01  REG-MAESTRO-FD.
           05  MAE-IDE                    PIC 9(05).
           05  MAE-DESCRIPCION            PIC X(15).
           05  MAE-DIRECCION              PIC X(30).
           05  MAE-VENDEDOR               PIC 9(03).
           05  MAE-LIMITE-CREDITO         PIC 9(09)V99.
           05  MAE-ESTADO-CREDITO         PIC X(01).
       01  REG-MAESTRO-CAB-FD.
           05  MAC-TIPO                   PIC X(03).
           05  MAC-FECHA-ARCHIVO          PIC 9(08).
           05  MAC-PERIODO-DESDE          PIC 9(08).
           05  MAC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(38).
       01  REG-MAESTRO-PIE-FD.
           05  MAP-TIPO                   PIC X(03).
           05  MAP-CANT-REGISTROS         PIC 9(09).
           05  MAP-HASH-IDE               PIC 9(12).
           05  FILLER                     PIC X(41).

       FD  DEUDA.
      *****************************************************************
      *  DEUDA POR CLIENTE (MISMO LAYOUT QUE GRABA CTASCOR), UN
      *  REGISTRO POR CLIENTE ORDENADO POR IDE, SIN CAB NI PIE.
      *****************************************************************
       01  REG-DEUDA-FD.
           05  DEU-IDE                PIC 9(05).
           05  DEU-SALDO              PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-CORRIENTE          PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-30                 PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-60                 PIC S9(09)V99
                                      SIGN LEADING SEPARATE.
           05  DEU-90                 PIC S9(09)V99
                                      SIGN LEADING SEPARATE.

       FD  LISTADO.
      *****************************************************************
      *  LISTADO DE LA REVISION: RETENCIONES PROPUESTAS (O APLICADAS),
      *  CLIENTES RETENIDOS LIBERABLES Y DEUDA SIN CLIENTE EN EL
      *  MAESTRO, CON SUS CONTEOS AL PIE.
      *****************************************************************
       01  REG-LISTADO-FD                 PIC X(80).

       FD  NOVEDADES.
      *****************************************************************
      *  LOTE DE NOVEDADES DE MANTCLI YA ARMADO (MISMO LAYOUT QUE LEE
      *  MANTCLI), CON SUS REGISTROS CAB Y PIE. SOLO EN MODO APLICAR.
      *****************************************************************
       01  REG-NOVEDADES-FD.
           05  NOV-CODIGO                 PIC X(01).
           05  NOV-IDE                    PIC 9(05).
           05  NOV-DESCRIPCION            PIC X(15).
           05  NOV-DIRECCION              PIC X(30).
           05  NOV-VIGENCIA               PIC 9(08).
           05  NOV-VENDEDOR               PIC X(03).
           05  NOV-LIMITE-CREDITO         PIC X(11).
           05  NOV-ESTADO-CREDITO         PIC X(01).
       01  REG-NOVEDADES-CAB-FD.
           05  NOC-TIPO                   PIC X(03).
           05  NOC-FECHA-ARCHIVO          PIC 9(08).
           05  NOC-PERIODO-DESDE          PIC 9(08).
           05  NOC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(47).
       01  REG-NOVEDADES-PIE-FD.
           05  NOP-TIPO                   PIC X(03).
           05  NOP-CANT-REGISTROS         PIC 9(09).
           05  NOP-HASH-IDE               PIC 9(12).
           05  FILLER                     PIC X(50).

       FD  NUEVASNOVEDADES.
      *****************************************************************
      *  LOTE DE NOVEDADES NUEVO: LAS DEL LOTE ANTERIOR MAS LAS
      *  RETENCIONES, ORDENADAS POR IDE, CON CAB Y PIE REGENERADOS.
      *  ES EL ARCHIVO QUE RECIBE MANTCLI COMO MANTCLI_NOVEDADES.
      *****************************************************************
       01  REG-NUEVASNOV-FD               PIC X(74).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *LINEAS DEL LISTADO
      *-----------------------------------------------------------------
        01 WS-LINEA-TITULO.
           05 FILLER PIC X(40) VALUE
              "REVISION DE CREDITO DE CLIENTES - FECHA ".
           05 WS-TIT-FECHA                PIC 9(08).
           05 FILLER                      PIC X(08) VALUE "  MODO: ".
           05 WS-TIT-MODO                 PIC X(08).

        01 WS-LINEA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
              "IDE    ACCION              SALDO        ".
           05 FILLER PIC X(40) VALUE
              "LIMITE     DEUDA 90+  MOTIVO            ".

        01 WS-LINEA-DETALLE.
           05 WS-DET-IDE                  PIC 9(05).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-DET-ACCION               PIC X(11).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO                PIC -(9)9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-DET-LIMITE               PIC Z(9)9,99.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-DET-90                   PIC -(9)9,99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-DET-MOTIVO               PIC X(14).

        01 WS-LINEA-RESUMEN.
           05 WS-RES-ETIQUETA             PIC X(30).
           05 WS-RES-CANTIDAD             PIC Z(8)9.

      *    NOTA EN EL LISTADO CUANDO EL MAESTRO DE ENTRADA ES EL
      *    HISTORICO SIN CAB/PIE, IGUAL QUE EN MANTCLI.
        01 WS-LINEA-HISTORICO.
           05 FILLER PIC X(60) VALUE
              "MAESTRO HISTORICO SIN CAB/PIE: ORIGEN SIN BALANCEO".

        01 FS-MAESTRO                     PIC X(02).
        01 FS-DEUDA                       PIC X(02).
        01 FS-LISTADO                     PIC X(02).
        01 FS-NOVEDADES                   PIC X(02).
        01 FS-NUEVASNOV                   PIC X(02).

      *-----------------------------------------------------------------
      *PATH DE LOS ARCHIVOS, TOMADOS POR VARIABLE DE ENTORNO EN
      *0500-OBTENGO-PARAMETROS
      *-----------------------------------------------------------------
        01 WS-PATH-MAESTRO                PIC X(100).
        01 WS-PATH-DEUDA                  PIC X(100).
        01 WS-PATH-LISTADO                PIC X(100).
        01 WS-PATH-NOVEDADES              PIC X(100).
        01 WS-PATH-NUEVASNOV              PIC X(100).

      *-----------------------------------------------------------------
      *PARAMETROS DE LA REVISION
      *-----------------------------------------------------------------
        01 WS-MODO-ENV                    PIC X(08).
        01 WS-MODO                        PIC X(08) VALUE 'PROPONER'.
           88 MODO-PROPONER                          VALUE 'PROPONER'.
           88 MODO-APLICAR                           VALUE 'APLICAR'.
      *    LA TOLERANCIA SE INFORMA EN PESOS ENTEROS ("50000"): SE
      *    TOMA AJUSTADA A DERECHA Y SE COMPLETA CON CEROS.
        01 WS-TOLERANCIA-ENV              PIC X(09) JUSTIFIED RIGHT.
        01 WS-TOLERANCIA-NUM REDEFINES WS-TOLERANCIA-ENV
                                          PIC 9(09).
        01 WS-TOLERANCIA-90               PIC 9(09)V99 VALUE ZERO.
        01 WS-TOLERANCIA-EDIT             PIC Z(8)9,99.

      *-----------------------------------------------------------------
      *CONTADORES DE LA CORRIDA
      *-----------------------------------------------------------------
        01 WS-CANT-MAE-LEIDOS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-DEU-LEIDAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-NOV-LEIDAS             PIC 9(09) VALUE ZERO.
        01 WS-CANT-RETENCIONES            PIC 9(09) VALUE ZERO.
        01 WS-CANT-LIBERABLES             PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIGUEN-RETENIDOS       PIC 9(09) VALUE ZERO.
        01 WS-CANT-SIN-MAESTRO            PIC 9(09) VALUE ZERO.
        01 WS-CANT-NOV-GRABADAS           PIC 9(09) VALUE ZERO.
        01 WS-FECHA-PROCESO               PIC 9(08) VALUE ZERO.

        01 WS-EOF-MAESTRO                 PIC X(01) VALUE 'N'.
           88 EOF-MAESTRO                            VALUE 'S'.
        01 WS-EOF-DEUDA                   PIC X(01) VALUE 'N'.
           88 EOF-DEUDA                              VALUE 'S'.
        01 WS-EOF-NOVEDADES               PIC X(01) VALUE 'N'.
           88 EOF-NOVEDADES                          VALUE 'S'.

      *    EL LOTE DE NOVEDADES PUEDE NO EXISTIR (COBRANZAS NO TIENE
      *    NOVEDADES ESTE MES): NO ES UN ERROR, EL LOTE NUEVO SALE
      *    SOLO CON LAS RETENCIONES.
        01 WS-SIN-NOVEDADES               PIC X(01) VALUE 'N'.
           88 SIN-NOVEDADES                          VALUE 'S'.

      *-----------------------------------------------------------------
      *CONTROL DE CABECERA/PIE DE LOS ARCHIVOS DE ENTRADA, IGUAL QUE
      *EN MANTCLI
      *-----------------------------------------------------------------
        01 WS-CAB-MAE-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-MAE-LEIDA                          VALUE 'S'.
        01 WS-PIE-MAE-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-MAE-LEIDO                          VALUE 'S'.
        01 WS-CAB-NOV-LEIDA               PIC X(01) VALUE 'N'.
           88 CAB-NOV-LEIDA                          VALUE 'S'.
        01 WS-PIE-NOV-LEIDO               PIC X(01) VALUE 'N'.
           88 PIE-NOV-LEIDO                          VALUE 'S'.

        01 WS-MAE-REG-DATOS               PIC X(01) VALUE 'N'.
           88 MAE-REG-DATOS                          VALUE 'S'.
        01 WS-NOV-REG-DATOS               PIC X(01) VALUE 'N'.
           88 NOV-REG-DATOS                          VALUE 'S'.

        01 WS-PIE-MAE-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-MAE-HASH                PIC 9(12) VALUE ZERO.
        01 WS-PIE-NOV-CANT                PIC 9(09) VALUE ZERO.
        01 WS-PIE-NOV-HASH                PIC 9(12) VALUE ZERO.

        01 WS-HASH-MAE-LEIDO              PIC 9(12) VALUE ZERO.
        01 WS-HASH-NOV-LEIDO              PIC 9(12) VALUE ZERO.
        01 WS-HASH-NOV-GRABADO            PIC 9(12) VALUE ZERO.

        01 WS-MODO-MAESTRO                PIC X(01) VALUE SPACE.
           88 MODO-SIN-DECIDIR                       VALUE ' '.
           88 MAESTRO-CON-CONTROL                    VALUE 'N'.
           88 MAESTRO-HISTORICO                      VALUE 'H'.

      *    PERIODO DECLARADO EN LAS CABECERAS DE ENTRADA: EL LOTE
      *    NUEVO CONSERVA EL DEL LOTE DE NOVEDADES Y, SI NO LO HAY,
      *    TOMA EL DE LA CORRIDA O, SIN ELLA, EL DEL MAESTRO.
        01 WS-FECHA-DESDE-ALFA            PIC X(08) VALUE SPACES.
        01 WS-FECHA-HASTA-ALFA            PIC X(08) VALUE SPACES.
        01 WS-PERIODO-CORRIDA.
           05 WS-PC-DESDE                 PIC 9(08) VALUE ZERO.
           05 WS-PC-HASTA                 PIC 9(08) VALUE ZERO.
        01 WS-CAB-MAESTRO-VIEJA.
           05 WS-CMV-PERIODO-DESDE        PIC 9(08) VALUE ZERO.
           05 WS-CMV-PERIODO-HASTA        PIC 9(08) VALUE ZERO.
        01 WS-CAB-NOVEDADES-VIEJA.
           05 WS-CNV-PERIODO-DESDE        PIC 9(08) VALUE ZERO.
           05 WS-CNV-PERIODO-HASTA        PIC 9(08) VALUE ZERO.

        01 WS-CAB-SALIDA.
           05 WS-CS-TIPO                  PIC X(03) VALUE 'CAB'.
           05 WS-CS-FECHA-ARCHIVO         PIC 9(08).
           05 WS-CS-PERIODO-DESDE         PIC 9(08).
           05 WS-CS-PERIODO-HASTA         PIC 9(08).
           05 FILLER                      PIC X(47) VALUE SPACES.

        01 WS-PIE-SALIDA.
           05 WS-PS-TIPO                  PIC X(03) VALUE 'PIE'.
           05 WS-PS-CANT-REGISTROS        PIC 9(09).
           05 WS-PS-HASH-IDE              PIC 9(12).
           05 FILLER                      PIC X(50) VALUE SPACES.

      *    NOVEDAD DE RETENCION: MODIFICACION CON TODO EN BLANCO
      *    SALVO EL ESTADO DE CREDITO, VIGENTE DESDE HOY.
        01 WS-NOV-RETENCION.
           05 WS-NR-CODIGO                PIC X(01) VALUE 'M'.
           05 WS-NR-IDE                   PIC 9(05).
           05 WS-NR-DESCRIPCION           PIC X(15) VALUE SPACES.
           05 WS-NR-DIRECCION             PIC X(30) VALUE SPACES.
           05 WS-NR-VIGENCIA              PIC 9(08).
           05 WS-NR-VENDEDOR              PIC X(03) VALUE SPACES.
           05 WS-NR-LIMITE-CREDITO        PIC X(11) VALUE SPACES.
           05 WS-NR-ESTADO-CREDITO        PIC X(01) VALUE 'R'.

      *-----------------------------------------------------------------
      *ULTIMA CLAVE LEIDA DE CADA ARCHIVO, PARA DETECTAR DESORDEN
      *-----------------------------------------------------------------
        01 WS-MAE-IDE-ULT                 PIC 9(05) VALUE ZERO.
        01 WS-DEU-IDE-ULT                 PIC 9(05) VALUE ZERO.
        01 WS-NOV-IDE-ULT                 PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      *CLIENTE EN CURSO DEL APAREO MAESTRO / DEUDA
      *-----------------------------------------------------------------
        01 WS-CLAVE-ACTUAL                PIC 9(05) VALUE ZERO.
        01 WS-CLI-LIMITE                  PIC 9(09)V99 VALUE ZERO.
        01 WS-CLI-ESTADO                  PIC X(01) VALUE SPACE.
           88 CLI-RETENIDO                           VALUE 'R'.
        01 WS-CLI-SALDO                   PIC S9(09)V99 VALUE ZERO.
        01 WS-CLI-90                      PIC S9(09)V99 VALUE ZERO.
        01 WS-CLI-EN-MAESTRO              PIC X(01) VALUE 'N'.
           88 CLI-EN-MAESTRO                         VALUE 'S'.
        01 WS-MOTIVO                      PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
      *-------------------
       MAIN-PROCEDURE.
           DISPLAY 'COMIENZA EL PROGRAMA'
           PERFORM 100-INICIO.

           PERFORM 200-PROCESO
            UNTIL EOF-MAESTRO
            AND EOF-DEUDA

           PERFORM 300-FINALIZO.

           STOP RUN.

       100-INICIO.

           PERFORM 0500-OBTENGO-PARAMETROS

           PERFORM 1000-ABRO-ARCHIVOS

           PERFORM 1100-TITULO-LISTADO

           PERFORM 1102-LEO-MAESTRO

           PERFORM 1103-LEO-DEUDA

           IF MODO-APLICAR
              PERFORM 1104-LEO-NOVEDADES
              PERFORM 3050-GRABO-CAB-SALIDA
           END-IF.

       0500-OBTENGO-PARAMETROS.
           ACCEPT WS-PATH-MAESTRO FROM ENVIRONMENT "REVCRED_MAESTRO".
           IF WS-PATH-MAESTRO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO REVCRED_MAESTRO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-DEUDA FROM ENVIRONMENT "REVCRED_DEUDA".
           IF WS-PATH-DEUDA = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO REVCRED_DEUDA'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-PATH-LISTADO FROM ENVIRONMENT "REVCRED_LISTADO".
           IF WS-PATH-LISTADO = SPACES
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'FALTA LA VARIABLE DE ENTORNO REVCRED_LISTADO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    MODO DE LA REVISION: SIN INFORMAR ES PROPONER, QUE NO
      *    TOCA NADA; CUALQUIER OTRO VALOR ES UN ERROR DEL OPERADOR.
           ACCEPT WS-MODO-ENV FROM ENVIRONMENT "REVCRED_MODO".
           IF WS-MODO-ENV NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-MODO-ENV) TO WS-MODO
           END-IF.
           IF NOT MODO-PROPONER AND NOT MODO-APLICAR
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'REVCRED_MODO INVALIDO: ' WS-MODO-ENV
              DISPLAY 'VALORES ADMITIDOS: PROPONER / APLICAR'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF MODO-APLICAR
              ACCEPT WS-PATH-NOVEDADES
                   FROM ENVIRONMENT "REVCRED_NOVEDADES"
              IF WS-PATH-NOVEDADES = SPACES
                 DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
                 DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                         'REVCRED_NOVEDADES'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
              ACCEPT WS-PATH-NUEVASNOV
                   FROM ENVIRONMENT "REVCRED_NUEVASNOVEDADES"
              IF WS-PATH-NUEVASNOV = SPACES
                 DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
                 DISPLAY 'FALTA LA VARIABLE DE ENTORNO '
                         'REVCRED_NUEVASNOVEDADES'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *    TOLERANCIA DE DEUDA A 90+ DIAS: OPCIONAL, CERO SI NO SE
      *    INFORMA (CUALQUIER DEUDA A 90+ PROPONE LA RETENCION).
           MOVE SPACES TO WS-TOLERANCIA-ENV.
           ACCEPT WS-TOLERANCIA-ENV
                FROM ENVIRONMENT "REVCRED_TOLERANCIA_90".
           INSPECT WS-TOLERANCIA-ENV REPLACING LEADING SPACES BY ZEROS.
           IF WS-TOLERANCIA-NUM IS NUMERIC
              MOVE WS-TOLERANCIA-NUM TO WS-TOLERANCIA-90
           ELSE
              DISPLAY 'ERROR EN 0500-OBTENGO-PARAMETROS'
              DISPLAY 'REVCRED_TOLERANCIA_90 NO NUMERICA: '
                      WS-TOLERANCIA-ENV
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-TOLERANCIA-90 TO WS-TOLERANCIA-EDIT.

      *    PERIODO DE LA CORRIDA, OPCIONAL: SOLO SE USA PARA LA
      *    CABECERA DE UN LOTE NUEVO SIN LOTE DE COBRANZAS DETRAS.
           ACCEPT WS-FECHA-DESDE-ALFA FROM ENVIRONMENT
                "APAREO_FECHA_DESDE".
           ACCEPT WS-FECHA-HASTA-ALFA FROM ENVIRONMENT
                "APAREO_FECHA_HASTA".
           IF WS-FECHA-DESDE-ALFA IS NUMERIC
              AND WS-FECHA-HASTA-ALFA IS NUMERIC
              MOVE WS-FECHA-DESDE-ALFA TO WS-PC-DESDE
              MOVE WS-FECHA-HASTA-ALFA TO WS-PC-HASTA
           END-IF.

           DISPLAY "MAESTRO: " WS-PATH-MAESTRO.
           DISPLAY "DEUDA: " WS-PATH-DEUDA.
           DISPLAY "LISTADO: " WS-PATH-LISTADO.
           DISPLAY "MODO: " WS-MODO.
           DISPLAY "TOLERANCIA 90+: " WS-TOLERANCIA-EDIT.
           IF MODO-APLICAR
              DISPLAY "NOVEDADES: " WS-PATH-NOVEDADES
              DISPLAY "NUEVASNOVEDADES: " WS-PATH-NUEVASNOV
           END-IF.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.

       200-PROCESO.
      *    BALANCE LINE MAESTRO / DEUDA: SE TOMA LA MENOR CLAVE DE LOS
      *    DOS ARCHIVOS. UN CLIENTE SIN DEUDA TIENE SALDO CERO; UNA
      *    DEUDA SIN CLIENTE (UN IDE DADO DE BAJA QUE TODAVIA DEBE) SE
      *    LISTA APARTE PARA COBRANZAS.
           PERFORM 2100-ELIJO-CLAVE.

           MOVE 'N'  TO WS-CLI-EN-MAESTRO.
           MOVE ZERO TO WS-CLI-LIMITE.
           MOVE SPACE TO WS-CLI-ESTADO.
           MOVE ZERO TO WS-CLI-SALDO.
           MOVE ZERO TO WS-CLI-90.

           IF NOT EOF-MAESTRO AND MAE-IDE = WS-CLAVE-ACTUAL
              SET CLI-EN-MAESTRO TO TRUE
              MOVE MAE-LIMITE-CREDITO TO WS-CLI-LIMITE
              MOVE MAE-ESTADO-CREDITO TO WS-CLI-ESTADO
              PERFORM 1102-LEO-MAESTRO
           END-IF.

           IF NOT EOF-DEUDA AND DEU-IDE = WS-CLAVE-ACTUAL
              MOVE DEU-SALDO TO WS-CLI-SALDO
              MOVE DEU-90    TO WS-CLI-90
              PERFORM 1103-LEO-DEUDA
           END-IF.

           IF CLI-EN-MAESTRO
              PERFORM 2200-EVALUO-CLIENTE
           ELSE
              PERFORM 2300-DEUDA-SIN-CLIENTE
           END-IF.

       2100-ELIJO-CLAVE.
           IF EOF-MAESTRO
              MOVE DEU-IDE TO WS-CLAVE-ACTUAL
           ELSE
              IF EOF-DEUDA
                 MOVE MAE-IDE TO WS-CLAVE-ACTUAL
              ELSE
                 IF MAE-IDE < DEU-IDE
                    MOVE MAE-IDE TO WS-CLAVE-ACTUAL
                 ELSE
                    MOVE DEU-IDE TO WS-CLAVE-ACTUAL
                 END-IF
              END-IF
           END-IF.

       2200-EVALUO-CLIENTE.
      *    LAS DOS CONDICIONES DE RETENCION: SALDO POR ENCIMA DEL
      *    LIMITE (SOLO SI EL CLIENTE TIENE LIMITE) Y DEUDA VENCIDA A
      *    90+ DIAS POR ENCIMA DE LA TOLERANCIA.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-CLI-LIMITE > ZERO AND WS-CLI-SALDO > WS-CLI-LIMITE
              IF WS-CLI-90 > WS-TOLERANCIA-90
                 MOVE 'LIMITE Y MORA' TO WS-MOTIVO
              ELSE
                 MOVE 'SOBRE LIMITE' TO WS-MOTIVO
              END-IF
           ELSE
              IF WS-CLI-90 > WS-TOLERANCIA-90
                 MOVE 'MORA 90+' TO WS-MOTIVO
              END-IF
           END-IF.

           IF CLI-RETENIDO
              IF WS-MOTIVO = SPACES
                 MOVE 'LIBERABLE' TO WS-DET-ACCION
                 MOVE 'DENTRO LIMITE' TO WS-MOTIVO
                 ADD 1 TO WS-CANT-LIBERABLES
                 PERFORM 2900-LINEA-DETALLE
              ELSE
                 ADD 1 TO WS-CANT-SIGUEN-RETENIDOS
              END-IF
           ELSE
              IF WS-MOTIVO NOT = SPACES
                 IF MODO-APLICAR
                    MOVE 'RETENIDO' TO WS-DET-ACCION
                    PERFORM 2500-GRABO-RETENCION
                 ELSE
                    MOVE 'RETENER' TO WS-DET-ACCION
                 END-IF
                 ADD 1 TO WS-CANT-RETENCIONES
                 PERFORM 2900-LINEA-DETALLE
              END-IF
           END-IF.

       2300-DEUDA-SIN-CLIENTE.
           IF WS-CLI-SALDO NOT = ZERO
              MOVE 'SIN MAESTRO' TO WS-DET-ACCION
              MOVE 'IDE DE BAJA' TO WS-MOTIVO
              ADD 1 TO WS-CANT-SIN-MAESTRO
              PERFORM 2900-LINEA-DETALLE
           END-IF.

       2500-GRABO-RETENCION.
      *    ANTES DE LA RETENCION SALEN LAS NOVEDADES DEL LOTE DE
      *    CLAVE MENOR; LAS DEL MISMO CLIENTE QUEDAN DESPUES, ASI LA
      *    DECISION DE COBRANZAS PREVALECE EN MANTCLI.
           PERFORM 2550-COPIO-NOVEDAD
                UNTIL EOF-NOVEDADES
                OR NOV-IDE NOT < WS-CLAVE-ACTUAL.

           MOVE WS-CLAVE-ACTUAL  TO WS-NR-IDE.
           MOVE WS-FECHA-PROCESO TO WS-NR-VIGENCIA.
           WRITE REG-NUEVASNOV-FD FROM WS-NOV-RETENCION.
           PERFORM 3920-VERIFICO-NUEVASNOV.
           ADD 1 TO WS-CANT-NOV-GRABADAS.
           ADD WS-CLAVE-ACTUAL TO WS-HASH-NOV-GRABADO.

       2550-COPIO-NOVEDAD.
           WRITE REG-NUEVASNOV-FD FROM REG-NOVEDADES-FD.
           PERFORM 3920-VERIFICO-NUEVASNOV.
           ADD 1 TO WS-CANT-NOV-GRABADAS.
           ADD NOV-IDE TO WS-HASH-NOV-GRABADO.
           PERFORM 1104-LEO-NOVEDADES.

       2900-LINEA-DETALLE.
           MOVE WS-CLAVE-ACTUAL TO WS-DET-IDE.
           MOVE WS-CLI-SALDO    TO WS-DET-SALDO.
           MOVE WS-CLI-LIMITE   TO WS-DET-LIMITE.
           MOVE WS-CLI-90       TO WS-DET-90.
           MOVE WS-MOTIVO       TO WS-DET-MOTIVO.
           WRITE REG-LISTADO-FD FROM WS-LINEA-DETALLE.
           PERFORM 3900-VERIFICO-LISTADO.

       3050-GRABO-CAB-SALIDA.
      *    LA CABECERA DEL LOTE NUEVO LLEVA LA FECHA DE ESTE PROCESO
      *    Y EL PERIODO DEL LOTE ANTERIOR (SI NO HABIA LOTE, EL DE LA
      *    CORRIDA, Y SI TAMPOCO SE INFORMO, EL DEL MAESTRO).
           MOVE WS-FECHA-PROCESO TO WS-CS-FECHA-ARCHIVO.
           EVALUATE TRUE
              WHEN CAB-NOV-LEIDA
                 MOVE WS-CNV-PERIODO-DESDE TO WS-CS-PERIODO-DESDE
                 MOVE WS-CNV-PERIODO-HASTA TO WS-CS-PERIODO-HASTA
              WHEN WS-PC-DESDE NOT = ZERO
                 MOVE WS-PC-DESDE TO WS-CS-PERIODO-DESDE
                 MOVE WS-PC-HASTA TO WS-CS-PERIODO-HASTA
              WHEN OTHER
                 MOVE WS-CMV-PERIODO-DESDE TO WS-CS-PERIODO-DESDE
                 MOVE WS-CMV-PERIODO-HASTA TO WS-CS-PERIODO-HASTA
           END-EVALUATE.
           WRITE REG-NUEVASNOV-FD FROM WS-CAB-SALIDA.
           PERFORM 3920-VERIFICO-NUEVASNOV.

       1100-TITULO-LISTADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
           MOVE WS-MODO          TO WS-TIT-MODO.
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

       3920-VERIFICO-NUEVASNOV.
           IF FS-NUEVASNOV = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRIBIR ARCHIVO NUEVASNOVEDADES'
              DISPLAY 'ARCHIVO NUEVASNOVEDADES'
              DISPLAY 'FS-NUEVASNOV: ' FS-NUEVASNOV
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 40 TO RETURN-CODE
              STOP RUN
           END-IF.

       300-FINALIZO.
      *    LO QUE QUEDA DEL LOTE (CLAVES MAYORES QUE LA ULTIMA
      *    RETENCION) Y EL PIE REGENERADO: CUENTA Y HASH DE LO
      *    REALMENTE GRABADO, QUE ES LO QUE MANTCLI VA A BALANCEAR.
           IF MODO-APLICAR
              PERFORM 2550-COPIO-NOVEDAD
                   UNTIL EOF-NOVEDADES
              MOVE WS-CANT-NOV-GRABADAS TO WS-PS-CANT-REGISTROS
              MOVE WS-HASH-NOV-GRABADO  TO WS-PS-HASH-IDE
              WRITE REG-NUEVASNOV-FD FROM WS-PIE-SALIDA
              PERFORM 3920-VERIFICO-NUEVASNOV
           END-IF.

           MOVE "CLIENTES LEIDOS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-MAE-LEIDOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "DEUDAS LEIDAS:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-DEU-LEIDAS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           IF MODO-APLICAR
              MOVE "RETENCIONES APLICADAS:" TO WS-RES-ETIQUETA
           ELSE
              MOVE "RETENCIONES PROPUESTAS:" TO WS-RES-ETIQUETA
           END-IF.
           MOVE WS-CANT-RETENCIONES TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RETENIDOS LIBERABLES:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-LIBERABLES TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "RETENIDOS QUE SIGUEN:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIGUEN-RETENIDOS TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           MOVE "DEUDA SIN CLIENTE:" TO WS-RES-ETIQUETA.
           MOVE WS-CANT-SIN-MAESTRO TO WS-RES-CANTIDAD.
           WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN.
           PERFORM 3900-VERIFICO-LISTADO.

           IF MODO-APLICAR
              MOVE "NOVEDADES DEL LOTE ANTERIOR:" TO WS-RES-ETIQUETA
              MOVE WS-CANT-NOV-LEIDAS TO WS-RES-CANTIDAD
              WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN
              PERFORM 3900-VERIFICO-LISTADO
              MOVE "NOVEDADES DEL LOTE NUEVO:" TO WS-RES-ETIQUETA
              MOVE WS-CANT-NOV-GRABADAS TO WS-RES-CANTIDAD
              WRITE REG-LISTADO-FD FROM WS-LINEA-RESUMEN
              PERFORM 3900-VERIFICO-LISTADO
           END-IF.

           PERFORM 5000-CIERRO-ARCHIVOS.

           DISPLAY 'CLIENTES LEIDOS: ' WS-CANT-MAE-LEIDOS.
           DISPLAY 'DEUDAS LEIDAS: ' WS-CANT-DEU-LEIDAS.
           DISPLAY 'RETENCIONES: ' WS-CANT-RETENCIONES.
           DISPLAY 'RETENIDOS LIBERABLES: ' WS-CANT-LIBERABLES.
           DISPLAY 'DEUDA SIN CLIENTE: ' WS-CANT-SIN-MAESTRO.
           DISPLAY 'TERMINA EL PROGRAMA'.

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


           OPEN INPUT DEUDA

           IF FS-DEUDA = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO DEUDA'
              DISPLAY 'FS-DEUDA: ' FS-DEUDA
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


           IF MODO-PROPONER
              SET EOF-NOVEDADES TO TRUE
              SET SIN-NOVEDADES TO TRUE
           ELSE
              PERFORM 1010-ABRO-NOVEDADES
           END-IF.

       1010-ABRO-NOVEDADES.
      *    SIN LOTE DE COBRANZAS ('35') LA FUENTE ARRANCA AGOTADA.
           OPEN INPUT NOVEDADES

           EVALUATE FS-NOVEDADES
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET SIN-NOVEDADES TO TRUE
                 SET EOF-NOVEDADES TO TRUE
                 DISPLAY 'SIN LOTE DE NOVEDADES PREVIO'
              WHEN OTHER
                 DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO NOVEDADES'
                 DISPLAY 'FS-NOVEDADES: ' FS-NOVEDADES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.


           OPEN OUTPUT NUEVASNOVEDADES

           IF FS-NUEVASNOV = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 1000-ABRO-ARCHIVOS'
              DISPLAY 'ARCHIVO NUEVASNOVEDADES'
              DISPLAY 'FS-NUEVASNOV: ' FS-NUEVASNOV
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       1102-LEO-MAESTRO.
      *    LEE HASTA DEJAR UN REGISTRO DE DATOS EN EL BUFFER: LOS
      *    REGISTROS CAB Y PIE SE PROCESAN AL PASAR EN
      *    1112-LEO-REG-MAESTRO Y NO CUENTAN COMO CLIENTE LEIDO.
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
      *       EL PRIMER REGISTRO DECIDE EL MODO, IGUAL QUE EN MANTCLI.
              IF MODO-SIN-DECIDIR
                 IF MAC-TIPO = 'CAB'
                    SET MAESTRO-CON-CONTROL TO TRUE
                 ELSE
                    SET MAESTRO-HISTORICO TO TRUE
                    DISPLAY 'MAESTRO HISTORICO SIN REGISTROS DE '
                            'CONTROL: SE PROCESA SIN BALANCEO'
                    WRITE REG-LISTADO-FD FROM WS-LINEA-HISTORICO
                    PERFORM 3900-VERIFICO-LISTADO
                 END-IF
              END-IF
              IF MAESTRO-HISTORICO
                 PERFORM 1116-DATOS-MAESTRO
              ELSE
                 EVALUATE MAC-TIPO
                    WHEN 'CAB'
                       SET CAB-MAE-LEIDA TO TRUE
                       MOVE MAC-PERIODO-DESDE TO WS-CMV-PERIODO-DESDE
                       MOVE MAC-PERIODO-HASTA TO WS-CMV-PERIODO-HASTA
                    WHEN 'PIE'
                       SET PIE-MAE-LEIDO TO TRUE
                       MOVE MAP-CANT-REGISTROS TO WS-PIE-MAE-CANT
                       MOVE MAP-HASH-IDE       TO WS-PIE-MAE-HASH
                    WHEN OTHER
                       PERFORM 1116-DATOS-MAESTRO
                 END-EVALUATE
              END-IF
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
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE - IDE: '
                      MAE-IDE
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MAESTRO-CON-CONTROL AND NOT CAB-MAE-LEIDA
              DISPLAY 'ERROR EN 1116-DATOS-MAESTRO'
              DISPLAY 'EL ARCHIVO MAESTRO NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MAE-IDE IS NOT NUMERIC
              DISPLAY 'ERROR EN 1116-DATOS-MAESTRO'
              DISPLAY 'CLAVE NO NUMERICA: ' MAE-IDE
              DISPLAY 'EL ARCHIVO NO PARECE UN MAESTRO VALIDO'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CANT-MAE-LEIDOS > ZERO
              AND MAE-IDE NOT > WS-MAE-IDE-ULT
              DISPLAY 'ARCHIVO MAESTRO FUERA DE ORDEN'
              DISPLAY 'CLAVE LEIDA: ' MAE-IDE
              DISPLAY 'CLAVE ANTERIOR: ' WS-MAE-IDE-ULT
              DISPLAY 'EL ARCHIVO DEBE VENIR ORDENADO POR IDE'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE MAE-IDE TO WS-MAE-IDE-ULT.
           ADD 1 TO WS-CANT-MAE-LEIDOS.
           ADD MAE-IDE TO WS-HASH-MAE-LEIDO.
      *    EL MAESTRO ANTERIOR AL CREDITO LO TRAE EN BLANCO: SIN
      *    LIMITE Y EN ESTADO NORMAL, COMO LO NORMALIZA MANTCLI.
           IF MAE-LIMITE-CREDITO IS NOT NUMERIC
              MOVE ZERO TO MAE-LIMITE-CREDITO
           END-IF.
           IF MAE-ESTADO-CREDITO NOT = 'R'
              MOVE 'N' TO MAE-ESTADO-CREDITO
           END-IF.
           SET MAE-REG-DATOS TO TRUE.

       1120-BALANCEO-MAESTRO.
           IF MAESTRO-HISTORICO
              DISPLAY 'MAESTRO HISTORICO SIN PIE: NO SE BALANCEA'
           ELSE
              IF NOT PIE-MAE-LEIDO
                 DISPLAY 'ERROR EN 1120-BALANCEO-MAESTRO'
                 DISPLAY 'EL ARCHIVO MAESTRO NO TRAE REGISTRO PIE'
                 DISPLAY 'EL ARCHIVO PUEDE HABER LLEGADO TRUNCADO'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-CANT-MAE-LEIDOS NOT = WS-PIE-MAE-CANT
                 DISPLAY 'ERROR EN 1120-BALANCEO-MAESTRO'
                 DISPLAY 'MAESTROS LEIDOS: ' WS-CANT-MAE-LEIDOS
                 DISPLAY 'MAESTROS SEGUN PIE: ' WS-PIE-MAE-CANT
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-HASH-MAE-LEIDO NOT = WS-PIE-MAE-HASH
                 DISPLAY 'ERROR EN 1120-BALANCEO-MAESTRO'
                 DISPLAY 'HASH DE IDE LEIDO: ' WS-HASH-MAE-LEIDO
                 DISPLAY 'HASH DE IDE SEGUN PIE: ' WS-PIE-MAE-HASH
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       1103-LEO-DEUDA.
           INITIALIZE REG-DEUDA-FD.
            READ DEUDA
                AT END
                     DISPLAY 'ENCONTRO FIN DE ARCHIVO DEUDA'
                     SET EOF-DEUDA TO TRUE
            END-READ.
            IF FS-DEUDA = '00'
              IF WS-CANT-DEU-LEIDAS > ZERO
                 AND DEU-IDE NOT > WS-DEU-IDE-ULT
                 DISPLAY 'ARCHIVO DEUDA FUERA DE ORDEN'
                 DISPLAY 'CLAVE LEIDA: ' DEU-IDE
                 DISPLAY 'CLAVE ANTERIOR: ' WS-DEU-IDE-ULT
                 DISPLAY 'EL ARCHIVO DEBE VENIR ORDENADO POR IDE'
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE DEU-IDE TO WS-DEU-IDE-ULT
              ADD 1 TO WS-CANT-DEU-LEIDAS
            ELSE
              IF FS-DEUDA = '10'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN LEER ARCHIVO DEUDA'
                 DISPLAY 'ARCHIVO DEUDA'
                 DISPLAY 'FS-DEUDA: ' FS-DEUDA
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 30 TO RETURN-CODE
                 STOP RUN
              END-IF
            END-IF.

       1104-LEO-NOVEDADES.
      *    LEE HASTA DEJAR UN REGISTRO DE DATOS EN EL BUFFER: LOS
      *    REGISTROS CAB Y PIE SE PROCESAN AL PASAR EN
      *    1114-LEO-REG-NOVEDADES Y NO CUENTAN COMO NOVEDAD LEIDA.
           MOVE 'N' TO WS-NOV-REG-DATOS.
           PERFORM 1114-LEO-REG-NOVEDADES
                UNTIL NOV-REG-DATOS OR EOF-NOVEDADES.

       1114-LEO-REG-NOVEDADES.
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
                    MOVE NOC-PERIODO-DESDE TO WS-CNV-PERIODO-DESDE
                    MOVE NOC-PERIODO-HASTA TO WS-CNV-PERIODO-HASTA
                 WHEN 'PIE'
                    SET PIE-NOV-LEIDO TO TRUE
                    MOVE NOP-CANT-REGISTROS TO WS-PIE-NOV-CANT
                    MOVE NOP-HASH-IDE       TO WS-PIE-NOV-HASH
                 WHEN OTHER
                    PERFORM 1118-DATOS-NOVEDADES
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

       1118-DATOS-NOVEDADES.
           IF PIE-NOV-LEIDO
              DISPLAY 'ERROR EN 1118-DATOS-NOVEDADES'
              DISPLAY 'REGISTRO DE DATOS DESPUES DEL PIE - IDE: '
                      NOV-IDE
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CAB-NOV-LEIDA
              DISPLAY 'ERROR EN 1118-DATOS-NOVEDADES'
              DISPLAY 'EL ARCHIVO NOVEDADES NO TRAE REGISTRO CAB'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOV-IDE < WS-NOV-IDE-ULT
              DISPLAY 'ARCHIVO NOVEDADES FUERA DE ORDEN'
              DISPLAY 'CLAVE LEIDA: ' NOV-IDE
              DISPLAY 'CLAVE ANTERIOR: ' WS-NOV-IDE-ULT
              DISPLAY 'EL ARCHIVO DEBE VENIR ORDENADO POR IDE'
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE NOV-IDE TO WS-NOV-IDE-ULT.
           ADD 1 TO WS-CANT-NOV-LEIDAS.
           ADD NOV-IDE TO WS-HASH-NOV-LEIDO.
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
              DISPLAY 'HASH DE IDE LEIDO: ' WS-HASH-NOV-LEIDO
              DISPLAY 'HASH DE IDE SEGUN PIE: ' WS-PIE-NOV-HASH
              DISPLAY 'SE CANCELA EL PROGRAMA'
              MOVE 30 TO RETURN-CODE
              STOP RUN
           END-IF.

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


           CLOSE DEUDA.

           IF FS-DEUDA = '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
              DISPLAY 'ARCHIVO DEUDA'
              DISPLAY 'FS-DEUDA: ' FS-DEUDA
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


           IF SIN-NOVEDADES
              CONTINUE
           ELSE
              CLOSE NOVEDADES
              IF FS-NOVEDADES = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO NOVEDADES'
                 DISPLAY 'FS-NOVEDADES: ' FS-NOVEDADES
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.


           IF MODO-APLICAR
              CLOSE NUEVASNOVEDADES
              IF FS-NUEVASNOV = '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN 5000-CIERRO-ARCHIVOS'
                 DISPLAY 'ARCHIVO NUEVASNOVEDADES'
                 DISPLAY 'FS-NUEVASNOV: ' FS-NUEVASNOV
                 DISPLAY 'SE CANCELA EL PROGRAMA'
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
