               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDFILE.

           SELECT ARCH-ARCHIVO ASSIGN TO 'ARCFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ARCFILE.

           SELECT ARCH-RANGO ASSIGN TO 'RANGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-RANGFILE.
               88  AUD-ES-ALTA         VALUE 'A' 'N' SPACE.
               88  AUD-ES-NEGOCIADA    VALUE 'N'.
               88  AUD-ES-BAJA         VALUE 'B'.
               88  AUD-ES-PROGRESION   VALUE 'P'.
               88  AUD-ES-IMAGEN-ANTERIOR VALUE 'C'.
               88  AUD-ES-IMAGEN-POSTERIOR VALUE 'M'.
               88  AUD-ES-MANTENIMIENTO VALUE 'C' 'M'.
               88  AUD-ES-EVALUACION   VALUE 'E'.
               88  AUD-ES-INFORMATIVA  VALUE 'P' 'C' 'M' 'E'.
               88  AUD-ES-SALDO        VALUE 'S'.
           05  AUD-APROBADOR         PIC X(08).
       01  REG-SALDO.
           05  SAL-FECHA             PIC X(08).
           05  SAL-SUELDOS           PIC 9(11).
           05  SAL-ROL               PIC X(03).
           05  SAL-SENIORITY         PIC X(09).
           05  FILLER                PIC X(07).
           05  SAL-MOVIMIENTO        PIC X(01).
           05  SAL-CANT              PIC 9(08).

       FD  ARCH-ARCHIVO.
       01  REG-ARCHIVO               PIC X(47).

       FD  ARCH-RANGO.
       01  REG-RANGO.
            05 WSV-FS-AUDFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-AUDFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-AUDFILE          VALUE 'Y'.
            05 WSV-FS-ARCFILE             PIC X(02) VALUE '00'.
            05 WSV-ORIGEN                 PIC X(01) VALUE 'V'.
                88 WSS-LEYENDO-ARCHIVO      VALUE 'A'.
                88 WSS-LEYENDO-VIGENTE      VALUE 'V'.
            05 WSV-FIN-SALDOS             PIC X(01) VALUE 'N'.
                88 WSS-FIN-SALDOS           VALUE 'S'.
            05 WSV-FS-RANGFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-REPFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(02) VALUE 0.
            05 WSG-DESDE                  PIC X(08) VALUE LOW-VALUES.
            05 WSG-HASTA                  PIC X(08) VALUE HIGH-VALUES.

       01 WSC-SALDOS.
            05 WSY-FECHA                  PIC X(08) VALUE SPACES.
            05 WSY-RANGO-ARCHIVADO        PIC X(01) VALUE 'N'.
                88 WSS-RANGO-ARCHIVADO      VALUE 'S'.
            05 WSY-ARCHIVO-LEIDOS         PIC 9(07) VALUE 0.
            05 WSY-CANT                   PIC 9(07) VALUE 0.
            05 WSY-SUELDOS                PIC 9(11) VALUE 0.
            05 WSY-CANT-BANDA             PIC 9(07) OCCURS 4.
            05 WSY-SUELDO-BANDA           PIC 9(11) OCCURS 4.

       01 WSC-CORTE.
            05 WSD-FECHA-ACTUAL           PIC X(08) VALUE SPACES.
            05 WSD-CANT                   PIC 9(05) VALUE 0.
                10 WSL-RNG-DESDE          PIC X(08).
                10 FILLER                 PIC X(03) VALUE ' A '.
                10 WSL-RNG-HASTA          PIC X(08).
            05 WSL-APERTURA.
                10 FILLER                 PIC X(21) VALUE
                   'VIGENTES AL CIERRE: '.
                10 WSL-APE-FECHA          PIC X(08).
                10 FILLER                 PIC X(13) VALUE
                   '  PERSONAS: '.
                10 WSL-APE-CANT           PIC ZZZ,ZZ9.
                10 FILLER                 PIC X(11) VALUE
                   '  SUELDOS $'.
                10 WSL-APE-SUELDOS        PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 WSL-FECHA.
                10 FILLER                 PIC X(06) VALUE 'FECHA '.
                10 WSL-FEC-FECHA          PIC X(08).
            STOP RUN
        END-IF.
        PERFORM 15-LEER-RANGO.
        PERFORM 17-LEER-SALDOS.
        PERFORM 30-LEER-AUDITORIA.
       10-INICIO-END.
       EXIT.
       15-LEER-RANGO-END.
       EXIT.

       17-LEER-SALDOS.
        INITIALIZE WSC-SALDOS.
        PERFORM UNTIL WSS-EOF-AUDFILE OR WSS-FIN-SALDOS
            READ ARCH-AUDITORIA
                AT END
                    SET WSS-EOF-AUDFILE TO TRUE
                NOT AT END
                    IF AUD-ES-SALDO
                        PERFORM 18-ACUMULAR-SALDO
                    ELSE
                        SET WSS-FIN-SALDOS TO TRUE
                    END-IF
            END-READ
            IF WSV-FS-AUDFILE NOT = '00' AND NOT = '10'
                DISPLAY 'ERROR AL LEER AUDFILE - STATUS '
                    WSV-FS-AUDFILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-PERFORM.
        CLOSE ARCH-AUDITORIA.
        IF WSV-FS-AUDFILE NOT = '00'
            DISPLAY 'ERROR AL CERRAR AUDFILE - STATUS '
                WSV-FS-AUDFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'N' TO WSV-EOF-AUDFILE.
        OPEN INPUT ARCH-AUDITORIA.
        IF WSV-FS-AUDFILE NOT = '00'
            DISPLAY 'NO SE PUDO ABRIR AUDFILE - STATUS '
                WSV-FS-AUDFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WSY-FECHA NOT = SPACES
            DISPLAY 'SALDOS DE APERTURA AL ' WSY-FECHA ': ' WSY-CANT
                ' VIGENTES'
            IF WSG-DESDE NOT > WSY-FECHA
                PERFORM 19-ABRIR-ARCHIVO
            END-IF
        END-IF.
       17-LEER-SALDOS-END.
       EXIT.

       18-ACUMULAR-SALDO.
        MOVE SAL-FECHA TO WSY-FECHA.
        MOVE 0 TO WSV-BANDA-IDX.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            IF SAL-SENIORITY = WSC-NOM-BANDA(WSV-SUB)
                MOVE WSV-SUB TO WSV-BANDA-IDX
                MOVE 4 TO WSV-SUB
            END-IF
        END-PERFORM.
        IF WSV-BANDA-IDX = 0
            DISPLAY 'SENIORITY DESCONOCIDA EN SALDO DE AUDFILE: '
                SAL-SENIORITY
        ELSE
            ADD SAL-CANT    TO WSY-CANT-BANDA(WSV-BANDA-IDX)
            ADD SAL-SUELDOS TO WSY-SUELDO-BANDA(WSV-BANDA-IDX)
            ADD SAL-CANT    TO WSY-CANT
            ADD SAL-SUELDOS TO WSY-SUELDOS
        END-IF.
       18-ACUMULAR-SALDO-END.
       EXIT.

       19-ABRIR-ARCHIVO.
        SET WSS-RANGO-ARCHIVADO TO TRUE.
        DISPLAY 'EL RANGO ALCANZA PERIODOS ARCHIVADOS AL CIERRE DEL '
            WSY-FECHA.
        OPEN INPUT ARCH-ARCHIVO.
        IF WSV-FS-ARCFILE = '00'
            SET WSS-LEYENDO-ARCHIVO TO TRUE
        ELSE
            IF WSV-FS-ARCFILE NOT = '35'
                DISPLAY 'NO SE PUDO ABRIR ARCFILE - STATUS '
                    WSV-FS-ARCFILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.
       19-ABRIR-ARCHIVO-END.
       EXIT.

       20-PROCESO.
           IF WSY-FECHA NOT = SPACES
               AND WSG-HASTA NOT < WSY-FECHA
               PERFORM 21-INFORMAR-APERTURA
           END-IF.
           PERFORM UNTIL WSS-EOF-AUDFILE
               IF AUD-FECHA NOT = WSD-FECHA-ACTUAL
                   IF WSD-CANT > 0 OR WSD-BAJAS > 0
       20-PROCESO-END.
       EXIT.

       21-INFORMAR-APERTURA.
           MOVE WSY-FECHA    TO WSL-APE-FECHA.
           MOVE WSY-CANT     TO WSL-APE-CANT.
           MOVE WSY-SUELDOS  TO WSL-APE-SUELDOS.
           MOVE WSL-APERTURA TO WSV-LINEA-SALIDA.
           PERFORM 60-GRABAR-LINEA.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = 4
               ADD 1 TO WSV-SUB
               MOVE WSC-NOM-BANDA(WSV-SUB)
                   TO WSL-BND-NOMBRE
               MOVE WSY-CANT-BANDA(WSV-SUB)
                   TO WSL-BND-CANT
               MOVE WSY-SUELDO-BANDA(WSV-SUB)
                   TO WSL-BND-SUELDOS
               MOVE WSL-BANDA TO WSV-LINEA-SALIDA
               PERFORM 60-GRABAR-LINEA
           END-PERFORM.
           MOVE SPACES TO WSV-LINEA-SALIDA.
           PERFORM 60-GRABAR-LINEA.
       21-INFORMAR-APERTURA-END.
       EXIT.

       25-ACUMULAR.
           IF AUD-ES-BAJA
               ADD 1          TO WSD-BAJAS
       30-LEER-AUDITORIA.
           MOVE 'N' TO WSV-LEIDO-VALIDO.
           PERFORM UNTIL WSS-EOF-AUDFILE OR WSS-LEIDO-VALIDO
               IF WSS-LEYENDO-ARCHIVO
                   PERFORM 32-LEER-ARCHIVO
               ELSE
                   PERFORM 31-LEER-VIGENTE
               END-IF
           END-PERFORM.
       30-LEER-AUDITORIA-END.
       EXIT.

       31-LEER-VIGENTE.
           READ ARCH-AUDITORIA
               AT END
                   SET WSS-EOF-AUDFILE TO TRUE
               NOT AT END
                   PERFORM 33-FILTRAR-MOVIMIENTO
           END-READ.
           IF WSV-FS-AUDFILE NOT = '00' AND NOT = '10'
               DISPLAY 'ERROR AL LEER AUDFILE - STATUS '
                   WSV-FS-AUDFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       31-LEER-VIGENTE-END.
       EXIT.

       32-LEER-ARCHIVO.
           READ ARCH-ARCHIVO
               AT END
                   SET WSS-LEYENDO-VIGENTE TO TRUE
               NOT AT END
                   ADD 1 TO WSY-ARCHIVO-LEIDOS
                   MOVE REG-ARCHIVO TO REG-AUDITORIA
                   PERFORM 33-FILTRAR-MOVIMIENTO
           END-READ.
           IF WSV-FS-ARCFILE NOT = '00' AND NOT = '10'
               DISPLAY 'ERROR AL LEER ARCFILE - STATUS '
                   WSV-FS-ARCFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WSS-LEYENDO-VIGENTE
               CLOSE ARCH-ARCHIVO
               IF WSV-FS-ARCFILE NOT = '00'
                   DISPLAY 'ERROR AL CERRAR ARCFILE - STATUS '
                       WSV-FS-ARCFILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       32-LEER-ARCHIVO-END.
       EXIT.

       33-FILTRAR-MOVIMIENTO.
           IF AUD-FECHA NOT < WSG-DESDE
               AND AUD-FECHA NOT > WSG-HASTA
               AND NOT AUD-ES-INFORMATIVA
               AND NOT AUD-ES-SALDO
               SET WSS-LEIDO-VALIDO TO TRUE
           END-IF.
       33-FILTRAR-MOVIMIENTO-END.
       EXIT.

       40-CORTE-FECHA.
           ADD 1 TO WST-FECHAS.
           MOVE WSD-FECHA-ACTUAL TO WSL-FEC-FECHA.
        END-IF.
        DISPLAY 'INFORME GENERADO - ' WST-CANT
            ' CLASIFICACIONES EN ' WST-FECHAS ' CORRIDAS'.
        IF WSS-RANGO-ARCHIVADO
            DISPLAY 'MOVIMIENTOS ARCHIVADOS LEIDOS: '
                WSY-ARCHIVO-LEIDOS
            IF WSY-ARCHIVO-LEIDOS = 0
                DISPLAY 'ARCFILE AUSENTE O VACIO - EL INFORME OMITE '
                    'LOS MOVIMIENTOS ANTERIORES AL ' WSY-FECHA
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
       90-FINAL-END.
       EXIT.
