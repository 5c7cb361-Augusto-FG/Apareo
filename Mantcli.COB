      *  PENDIENTES QUE SE REALIMENTA SOLO EN LAS CORRIDAS SIGUIENTES
      *  (UN CIERRE DE SUCURSAL CON EFECTO EL 1RO DEL MES QUE VIENE
      *  YA NO SE RETIENE EN UN PAPEL). UNA MODIFICACION PUEDE TRAER
      *  SOLO LA DESCRIPCION, SOLO LA DIRECCION O SOLO EL VENDEDOR: EL
      *  CAMPO EN BLANCO CONSERVA EL VALOR VIGENTE, SIN RETIPEAR EL
      *  REGISTRO ENTERO. EL LIMITE DE CREDITO Y EL ESTADO DE CREDITO
      *  (NORMAL / RETENIDO) SIGUEN LA MISMA REGLA: POR ACA COBRANZAS
      *  RETIENE Y LIBERA CLIENTES, Y POR ACA ENTRAN LAS RETENCIONES
      *  QUE PROPONE REVCRED.
      *  CADA NOVEDAD APLICADA, RECHAZADA (ALTA DUPLICADA, BAJA O
      *  MODIFICACION DE UN IDE INEXISTENTE, CODIGO INVALIDO) O
      *  DIFERIDA QUEDA EN UN LISTADO DE AUDITORIA CON SUS CONTEOS
           05  MAE-IDE                    PIC 9(05).
           05  MAE-DESCRIPCION            PIC X(15).
           05  MAE-DIRECCION              PIC X(30).
      *    VENDEDOR A CARGO DEL CLIENTE (CODIGO DEL MAESTRO DE
      *    VENDEDORES QUE USA COMISION). EN CERO: SIN VENDEDOR. EL
      *    MAESTRO ANTERIOR AL CAMPO LO TRAE EN BLANCO Y SE NORMALIZA
      *    A CERO AL LEERLO.
           05  MAE-VENDEDOR               PIC 9(03).
      *    LIMITE DE CREDITO DEL CLIENTE (EN CERO: SIN LIMITE) Y
      *    ESTADO DE CREDITO ('N' NORMAL, 'R' RETENIDO POR COBRANZAS).
      *    EL MAESTRO ANTERIOR A ESTOS CAMPOS LOS TRAE EN BLANCO Y SE
      *    NORMALIZAN A CERO Y 'N' AL LEERLO.
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

       FD  NOVEDADES.
      *****************************************************************
      *    ARCHIVO DE PENDIENTES. EN CERO (O EN BLANCO, DE LOS LOTES
      *    VIEJOS) SE APLICA EN LA CORRIDA, COMO SIEMPRE.
           05  NOV-VIGENCIA               PIC 9(08).
      *    CODIGO DE VENDEDOR: ALFANUMERICO PARA QUE EL BLANCO DE UNA
      *    MODIFICACION SE DISTINGA DEL '000' QUE LE QUITA EL
      *    VENDEDOR AL CLIENTE.
           05  NOV-VENDEDOR               PIC X(03).
      *    LIMITE DE CREDITO (9 ENTEROS Y 2 DECIMALES, SIN COMA) Y
      *    ESTADO DE CREDITO ('N' O 'R'): ALFANUMERICOS POR LA MISMA
      *    RAZON QUE EL VENDEDOR. EL BLANCO CONSERVA EL VALOR
      *    VIGENTE; UN LIMITE EN CEROS LO QUITA.
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

       FD  NUEVOMAESTRO.
      *****************************************************************
      *  MAESTRO NUEVO: MISMO LAYOUT QUE EL VIGENTE, CON CAB Y PIE
      *  REGENERADOS A PARTIR DE LO REALMENTE GRABADO.
      *****************************************************************
       01  REG-NUEVOMAESTRO-FD            PIC X(65).

       FD  LISTADO.
      *****************************************************************
           05  PEN-DESCRIPCION            PIC X(15).
           05  PEN-DIRECCION              PIC X(30).
           05  PEN-VIGENCIA               PIC 9(08).
           05  PEN-VENDEDOR               PIC X(03).
           05  PEN-LIMITE-CREDITO         PIC X(11).
           05  PEN-ESTADO-CREDITO         PIC X(01).
       01  REG-PENDIENTES-CAB-FD.
           05  PEC-TIPO                   PIC X(03).
           05  PEC-FECHA-ARCHIVO          PIC 9(08).
           05  PEC-PERIODO-DESDE          PIC 9(08).
           05  PEC-PERIODO-HASTA          PIC 9(08).
           05  FILLER                     PIC X(47).
       01  REG-PENDIENTES-PIE-FD.
           05  PEP-TIPO                   PIC X(03).
           05  PEP-CANT-REGISTROS         PIC 9(09).
           05  PEP-HASH-IDE               PIC 9(12).
           05  FILLER                     PIC X(50).

       FD  NUEVOPENDIENTES.
      *****************************************************************
      *  REGENERADOS, LISTAS PARA REALIMENTARSE EN LA PROXIMA
      *  CORRIDA.
      *****************************************************************
       01  REG-NUEVOPENDIENTES-FD         PIC X(74).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
           05 WS-NOV-DESCRIPCION          PIC X(15).
           05 WS-NOV-DIRECCION            PIC X(30).
           05 WS-NOV-VIGENCIA             PIC 9(08).
           05 WS-NOV-VENDEDOR             PIC X(03).
           05 WS-NOV-LIMITE-CREDITO       PIC X(11).
           05 WS-NOV-LIMITE-NUM REDEFINES WS-NOV-LIMITE-CREDITO
                                          PIC 9(09)V99.
           05 WS-NOV-ESTADO-CREDITO       PIC X(01).
        01 WS-EOF-NOVACT                  PIC X(01) VALUE 'N'.
           88 EOF-NOVACT                             VALUE 'S'.

           05 WS-CPS-FECHA-ARCHIVO        PIC 9(08).
           05 WS-CPS-PERIODO-DESDE        PIC 9(08) VALUE ZERO.
           05 WS-CPS-PERIODO-HASTA        PIC 9(08) VALUE ZERO.
           05 FILLER                      PIC X(47) VALUE SPACES.

        01 WS-PIE-PEN-SALIDA.
           05 WS-PPS-TIPO                 PIC X(03) VALUE 'PIE'.
           05 WS-PPS-CANT-REGISTROS       PIC 9(09).
           05 WS-PPS-HASH-IDE             PIC 9(12).
           05 FILLER                      PIC X(50) VALUE SPACES.

      *    CABECERA DEL MAESTRO VIGENTE, GUARDADA PARA REGENERAR LA
      *    DEL MAESTRO NUEVO CON LA FECHA DE ESTE PROCESO.
           05 WS-CS-FECHA-ARCHIVO         PIC 9(08).
           05 WS-CS-PERIODO-DESDE         PIC 9(08).
           05 WS-CS-PERIODO-HASTA         PIC 9(08).
           05 FILLER                      PIC X(38) VALUE SPACES.

        01 WS-PIE-SALIDA.
           05 WS-PS-TIPO                  PIC X(03) VALUE 'PIE'.
           05 WS-PS-CANT-REGISTROS        PIC 9(09).
           05 WS-PS-HASH-IDE              PIC 9(12).
           05 FILLER                      PIC X(41) VALUE SPACES.

      *-----------------------------------------------------------------
      *ULTIMA CLAVE LEIDA DE CADA ARCHIVO, PARA DETECTAR DESORDEN:
           05 WS-ACT-IDE                  PIC 9(05).
           05 WS-ACT-DESCRIPCION          PIC X(15).
           05 WS-ACT-DIRECCION            PIC X(30).
           05 WS-ACT-VENDEDOR             PIC 9(03).
           05 WS-ACT-LIMITE-CREDITO       PIC 9(09)V99.
           05 WS-ACT-ESTADO-CREDITO       PIC X(01).
              88 ACT-CREDITO-RETENIDO                VALUE 'R'.

      *    VALIDACION DE LOS CAMPOS DE LA NOVEDAD QUE NO SON TEXTO
      *    LIBRE (2205-VALIDO-CAMPOS), COMUN A ALTAS Y MODIFICACIONES.
        01 WS-NOV-VALIDA                  PIC X(01) VALUE 'S'.
           88 NOV-VALIDA                             VALUE 'S'.
        01 WS-NOV-MOTIVO                  PIC X(25) VALUE SPACES.
      *    ESTADO DE CREDITO DEL CLIENTE ANTES DE LA MODIFICACION,
      *    PARA DEJAR EN LA AUDITORIA LAS RETENCIONES Y LIBERACIONES.
        01 WS-ESTADO-CREDITO-ANT          PIC X(01) VALUE SPACE.

        01 WS-REGISTRO-ACTIVO             PIC X(01) VALUE 'N'.
           88 REGISTRO-ACTIVO                        VALUE 'S'.
              PERFORM 2900-GRABO-AUDITORIA
              ADD 1 TO WS-CANT-RECHAZADAS
           ELSE
              PERFORM 2205-VALIDO-CAMPOS
              IF NOT NOV-VALIDA
                 MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 MOVE WS-NOV-MOTIVO TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-RECHAZADAS
              ELSE
                 MOVE WS-NOV-IDE          TO WS-ACT-IDE
                 MOVE WS-NOV-DESCRIPCION  TO WS-ACT-DESCRIPCION
                 MOVE WS-NOV-DIRECCION    TO WS-ACT-DIRECCION
      *          UN ALTA SIN VENDEDOR QUEDA EN CERO HASTA QUE UNA
      *          MODIFICACION SE LO ASIGNE.
                 IF WS-NOV-VENDEDOR = SPACES
                    MOVE ZERO TO WS-ACT-VENDEDOR
                 ELSE
                    MOVE WS-NOV-VENDEDOR  TO WS-ACT-VENDEDOR
                 END-IF
      *          SIN LIMITE NI ESTADO INFORMADOS EL ALTA QUEDA SIN
      *          LIMITE Y EN ESTADO NORMAL.
                 IF WS-NOV-LIMITE-CREDITO = SPACES
                    MOVE ZERO TO WS-ACT-LIMITE-CREDITO
                 ELSE
                    MOVE WS-NOV-LIMITE-NUM TO WS-ACT-LIMITE-CREDITO
                 END-IF
                 IF WS-NOV-ESTADO-CREDITO = SPACES
                    MOVE 'N' TO WS-ACT-ESTADO-CREDITO
                 ELSE
                    MOVE WS-NOV-ESTADO-CREDITO
                                          TO WS-ACT-ESTADO-CREDITO
                 END-IF
                 SET REGISTRO-ACTIVO TO TRUE
                 MOVE "APLICADA " TO WS-AUD-RESULTADO
                 MOVE "ALTA" TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-APLICADAS
              END-IF
           END-IF.

       2205-VALIDO-CAMPOS.
      *    EL VENDEDOR Y EL LIMITE, SI VIENEN, TIENEN QUE SER
      *    NUMERICOS; EL ESTADO DE CREDITO, SI VIENE, 'N' O 'R'.
           SET NOV-VALIDA TO TRUE.
           MOVE SPACES TO WS-NOV-MOTIVO.
           IF WS-NOV-VENDEDOR NOT = SPACES
              AND WS-NOV-VENDEDOR IS NOT NUMERIC
              MOVE 'N' TO WS-NOV-VALIDA
              MOVE "VENDEDOR NO NUMERICO" TO WS-NOV-MOTIVO
           END-IF.
           IF NOV-VALIDA
              AND WS-NOV-LIMITE-CREDITO NOT = SPACES
              AND WS-NOV-LIMITE-CREDITO IS NOT NUMERIC
              MOVE 'N' TO WS-NOV-VALIDA
              MOVE "LIMITE NO NUMERICO" TO WS-NOV-MOTIVO
           END-IF.
           IF NOV-VALIDA
              AND WS-NOV-ESTADO-CREDITO NOT = SPACE
              AND WS-NOV-ESTADO-CREDITO NOT = 'N'
              AND WS-NOV-ESTADO-CREDITO NOT = 'R'
              MOVE 'N' TO WS-NOV-VALIDA
              MOVE "ESTADO CREDITO INVALIDO" TO WS-NOV-MOTIVO
           END-IF.

       2220-BAJA.

       2230-MODIFICACION.
           IF REGISTRO-ACTIVO
              PERFORM 2205-VALIDO-CAMPOS
              IF NOT NOV-VALIDA
                 MOVE "RECHAZADA" TO WS-AUD-RESULTADO
                 MOVE WS-NOV-MOTIVO TO WS-AUD-MOTIVO
                 PERFORM 2900-GRABO-AUDITORIA
                 ADD 1 TO WS-CANT-RECHAZADAS
              ELSE
                 PERFORM 2235-APLICO-MODIFICACION
              END-IF
           ELSE
              MOVE "RECHAZADA" TO WS-AUD-RESULTADO
              MOVE "MODIF DE IDE INEXISTENTE" TO WS-AUD-MOTIVO
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.

       2235-APLICO-MODIFICACION.
      *    UN CAMPO EN BLANCO EN LA NOVEDAD DEJA EL VALOR VIGENTE:
      *    ASI UNA MODIFICACION DE DIRECCION NO OBLIGA A RETIPEAR
      *    LA DESCRIPCION (Y VICEVERSA). EL VENDEDOR SIGUE LA MISMA
      *    REGLA; '000' LO QUITA. IGUAL EL LIMITE Y EL ESTADO DE
      *    CREDITO: UN CAMBIO DE ESTADO QUEDA EN LA AUDITORIA COMO
      *    RETENCION O LIBERACION, QUE ES LO QUE COBRANZAS CONTROLA.
           MOVE WS-ACT-ESTADO-CREDITO TO WS-ESTADO-CREDITO-ANT.
           IF WS-NOV-DESCRIPCION NOT = SPACES
              MOVE WS-NOV-DESCRIPCION TO WS-ACT-DESCRIPCION
           END-IF.
           IF WS-NOV-DIRECCION NOT = SPACES
              MOVE WS-NOV-DIRECCION TO WS-ACT-DIRECCION
           END-IF.
           IF WS-NOV-VENDEDOR NOT = SPACES
              MOVE WS-NOV-VENDEDOR TO WS-ACT-VENDEDOR
           END-IF.
           IF WS-NOV-LIMITE-CREDITO NOT = SPACES
              MOVE WS-NOV-LIMITE-NUM TO WS-ACT-LIMITE-CREDITO
           END-IF.
           IF WS-NOV-ESTADO-CREDITO NOT = SPACE
              MOVE WS-NOV-ESTADO-CREDITO TO WS-ACT-ESTADO-CREDITO
           END-IF.
           MOVE "APLICADA " TO WS-AUD-RESULTADO.
           EVALUATE TRUE
              WHEN ACT-CREDITO-RETENIDO
               AND WS-ESTADO-CREDITO-ANT NOT = 'R'
                 MOVE "RETENCION DE CREDITO" TO WS-AUD-MOTIVO
              WHEN NOT ACT-CREDITO-RETENIDO
               AND WS-ESTADO-CREDITO-ANT = 'R'
                 MOVE "LIBERACION DE CREDITO" TO WS-AUD-MOTIVO
              WHEN OTHER
                 MOVE "MODIFICACION" TO WS-AUD-MOTIVO
           END-EVALUATE.
           PERFORM 2900-GRABO-AUDITORIA.
           ADD 1 TO WS-CANT-APLICADAS.

       2900-GRABO-AUDITORIA.
           MOVE WS-NOV-CODIGO TO WS-AUD-CODIGO.
           MOVE WS-NOV-IDE    TO WS-AUD-IDE.
           MOVE MAE-IDE TO WS-MAE-IDE-ULT.
           ADD 1 TO WS-CANT-MAE-LEIDOS.
           ADD MAE-IDE TO WS-HASH-MAE-LEIDO.
      *    EL MAESTRO ANTERIOR AL VENDEDOR LO TRAE EN BLANCO: SE
      *    NORMALIZA A CERO ("SIN VENDEDOR").
           IF MAE-VENDEDOR IS NOT NUMERIC
              MOVE ZERO TO MAE-VENDEDOR
           END-IF.
      *    LO MISMO EL LIMITE Y EL ESTADO DE CREDITO: SIN LIMITE Y
      *    EN ESTADO NORMAL.
           IF MAE-LIMITE-CREDITO IS NOT NUMERIC
              MOVE ZERO TO MAE-LIMITE-CREDITO
           END-IF.
           IF MAE-ESTADO-CREDITO NOT = 'R'
              MOVE 'N' TO MAE-ESTADO-CREDITO
           END-IF.
           SET MAE-REG-DATOS TO TRUE.

       1120-BALANCEO-MAESTRO.
           MOVE PEN-DESCRIPCION TO WS-NOV-DESCRIPCION.
           MOVE PEN-DIRECCION   TO WS-NOV-DIRECCION.
           MOVE PEN-VIGENCIA    TO WS-NOV-VIGENCIA.
           MOVE PEN-VENDEDOR    TO WS-NOV-VENDEDOR.
           MOVE PEN-LIMITE-CREDITO TO WS-NOV-LIMITE-CREDITO.
           MOVE PEN-ESTADO-CREDITO TO WS-NOV-ESTADO-CREDITO.
           PERFORM 1104-LEO-PENDIENTES.

       1107-TOMO-NOVEDAD.
           MOVE NOV-DESCRIPCION TO WS-NOV-DESCRIPCION.
           MOVE NOV-DIRECCION   TO WS-NOV-DIRECCION.
           MOVE NOV-VIGENCIA    TO WS-NOV-VIGENCIA.
           MOVE NOV-VENDEDOR    TO WS-NOV-VENDEDOR.
           MOVE NOV-LIMITE-CREDITO TO WS-NOV-LIMITE-CREDITO.
           MOVE NOV-ESTADO-CREDITO TO WS-NOV-ESTADO-CREDITO.
           PERFORM 1103-LEO-NOVEDADES.

       5000-CIERRO-ARCHIVOS.
