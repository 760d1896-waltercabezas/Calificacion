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

       FD  ARCH-ESPERA.
       01  REG-ESPERA.
           05  ESP-NEGOCIADO         PIC X(01).
               88  ESP-ES-NEGOCIADO    VALUE 'S'.
           05  ESP-APROBADOR         PIC X(08).
           05  ESP-FECHA             PIC X(08).

       FD  ARCH-INFORME.
       01  REG-INFORME               PIC X(132).
            05 WSV-RITMO                  PIC 9(07)V99 VALUE 0.
            05 WSV-CORRIDAS-REST          PIC 9(05) VALUE 0.
            05 WSV-PCT                    PIC 9(03) VALUE 0.
            05 WSV-CONSUMO                PIC S9(13) VALUE 0.

       01 WSC-PRESUPUESTO.
            05 WSB-MAX-BANDA              PIC 9(05) OCCURS 4.
            05 WSU-FECHA-ANT              PIC X(08) VALUE SPACES.
            05 WSU-TOT-ALTAS              PIC 9(07) VALUE 0.
            05 WSU-TOT-BAJAS              PIC 9(07) VALUE 0.
            05 WSU-FECHA-APERTURA         PIC X(08) VALUE SPACES.
            05 WSU-APERTURA-BANDA         PIC 9(07) OCCURS 4.
            05 WSU-APERTURA-CANT          PIC 9(07) VALUE 0.
            05 WSU-APERTURA-SUELDOS       PIC 9(13) VALUE 0.

       01 WSC-ESPERA.
            05 WSE-ESP-BANDA              PIC 9(05) OCCURS 4.
                10 WSL-COR-ALTAS          PIC ZZZ,ZZ9.
                10 FILLER                 PIC X(09) VALUE '  BAJAS: '.
                10 WSL-COR-BAJAS          PIC ZZZ,ZZ9.
            05 WSL-APERTURA.
                10 FILLER                 PIC X(22) VALUE
                   'SALDOS DE APERTURA AL '.
                10 WSL-APE-FECHA          PIC X(08).
                10 FILLER                 PIC X(02) VALUE ': '.
                10 WSL-APE-CANT           PIC ZZZ,ZZ9.
                10 FILLER                 PIC X(12) VALUE
                   ' VIGENTES  $'.
                10 WSL-APE-SUELDOS        PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

                   AT END
                       SET WSS-EOF-AUDFILE TO TRUE
                   NOT AT END
                       IF AUD-ES-SALDO
                           PERFORM 21-ACUMULAR-SALDO
                       ELSE
                           IF NOT AUD-ES-INFORMATIVA
                               OR AUD-ES-MANTENIMIENTO
                               PERFORM 22-ACUMULAR-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
               IF WSV-FS-AUDFILE NOT = '00' AND NOT = '10'
                   DISPLAY 'ERROR AL LEER AUDFILE - STATUS '
       20-ACUMULAR-AUDITORIA-END.
       EXIT.

       21-ACUMULAR-SALDO.
           MOVE SAL-FECHA TO WSU-FECHA-APERTURA.
           PERFORM 24-BUSCAR-BANDA.
           IF WSV-BANDA-IDX = 0
               DISPLAY 'SENIORITY DESCONOCIDA EN SALDO DE AUDFILE: '
                   SAL-SENIORITY
           ELSE
               PERFORM 23-BUSCAR-ROL
               ADD SAL-CANT    TO WSU-APERTURA-BANDA(WSV-BANDA-IDX)
               ADD SAL-CANT    TO WSU-APERTURA-CANT
               ADD SAL-SUELDOS TO WSU-APERTURA-SUELDOS
               ADD SAL-CANT    TO WSU-USO-BANDA(WSV-BANDA-IDX)
               ADD SAL-SUELDOS TO WSU-SUELDO-BANDA(WSV-BANDA-IDX)
               ADD SAL-SUELDOS TO WSU-TOT-SUELDOS
               IF WSV-ROL-IDX > 0
                   ADD SAL-CANT    TO WSO-ROL-CANT(WSV-ROL-IDX)
                   ADD SAL-SUELDOS TO WSO-ROL-SUELDOS(WSV-ROL-IDX)
               END-IF
           END-IF.
       21-ACUMULAR-SALDO-END.
       EXIT.

       22-ACUMULAR-MOVIMIENTO.
           IF AUD-FECHA NOT = WSU-FECHA-ANT
               ADD 1 TO WSU-CORRIDAS
               MOVE AUD-FECHA TO WSU-FECHA-ANT
           END-IF.
           PERFORM 24-BUSCAR-BANDA.
           IF WSV-BANDA-IDX = 0
               DISPLAY 'SENIORITY DESCONOCIDA EN AUDFILE: '
                   AUD-SENIORITY
           ELSE
               PERFORM 23-BUSCAR-ROL
               IF AUD-ES-BAJA OR AUD-ES-IMAGEN-ANTERIOR
                   IF AUD-ES-BAJA
                       ADD 1 TO WSU-TOT-BAJAS
                   END-IF
                   SUBTRACT 1 FROM WSU-USO-BANDA(WSV-BANDA-IDX)
                   SUBTRACT AUD-SUELDO
                       FROM WSU-SUELDO-BANDA(WSV-BANDA-IDX)
                           FROM WSO-ROL-SUELDOS(WSV-ROL-IDX)
                   END-IF
               ELSE
                   IF NOT AUD-ES-IMAGEN-POSTERIOR
                       ADD 1 TO WSU-TOT-ALTAS
                   END-IF
                   ADD 1 TO WSU-USO-BANDA(WSV-BANDA-IDX)
                   ADD AUD-SUELDO
                       TO WSU-SUELDO-BANDA(WSV-BANDA-IDX)
       23-BUSCAR-ROL-END.
       EXIT.

       24-BUSCAR-BANDA.
           MOVE 0 TO WSV-BANDA-IDX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = 4
               ADD 1 TO WSV-SUB
               IF AUD-SENIORITY = WSC-NOM-BANDA(WSV-SUB)
                   MOVE WSV-SUB TO WSV-BANDA-IDX
                   MOVE 4 TO WSV-SUB
               END-IF
           END-PERFORM.
       24-BUSCAR-BANDA-END.
       EXIT.

       30-ACUMULAR-ESPERA.
           PERFORM UNTIL WSS-EOF-WAITFILE
               READ ARCH-ESPERA
           MOVE WSU-TOT-BAJAS TO WSL-COR-BAJAS.
           MOVE WSL-CORRIDAS  TO WSV-LINEA-SALIDA.
           PERFORM 60-GRABAR-LINEA.
           IF WSU-FECHA-APERTURA NOT = SPACES
               MOVE WSU-FECHA-APERTURA   TO WSL-APE-FECHA
               MOVE WSU-APERTURA-CANT    TO WSL-APE-CANT
               MOVE WSU-APERTURA-SUELDOS TO WSL-APE-SUELDOS
               MOVE WSL-APERTURA         TO WSV-LINEA-SALIDA
               PERFORM 60-GRABAR-LINEA
           END-IF.
           MOVE SPACES TO WSV-LINEA-SALIDA.
           PERFORM 60-GRABAR-LINEA.
           MOVE 'USO POR BANDA' TO WSL-SECCION.
       EXIT.

       43-PROYECTAR-BANDA.
           COMPUTE WSV-CONSUMO =
               WSU-USO-BANDA(WSV-SUB) - WSU-APERTURA-BANDA(WSV-SUB).
           EVALUATE TRUE
           WHEN WSV-RESTANTE NOT > 0
               MOVE 'CUPO AGOTADO' TO WSL-PRO-TEXTO
           WHEN WSV-CONSUMO NOT > 0
               OR WSU-CORRIDAS = 0
               MOVE 'SIN CONSUMO EN EL PERIODO' TO WSL-PRO-TEXTO
           WHEN OTHER
               COMPUTE WSV-RITMO =
                   WSV-CONSUMO / WSU-CORRIDAS
               IF WSV-RITMO = 0
                   MOVE 'SIN CONSUMO EN EL PERIODO' TO WSL-PRO-TEXTO
               ELSE
           PERFORM 60-GRABAR-LINEA.
           COMPUTE WSV-RESTO-SUELDOS =
               WSB-TOPE-SUELDOS - WSU-TOT-SUELDOS.
           COMPUTE WSV-CONSUMO =
               WSU-TOT-SUELDOS - WSU-APERTURA-SUELDOS.
           EVALUATE TRUE
           WHEN WSV-RESTO-SUELDOS NOT > 0
               MOVE 'TOPE AGOTADO' TO WSL-PRO-TEXTO
           WHEN WSV-CONSUMO NOT > 0 OR WSU-CORRIDAS = 0
               MOVE 'SIN CONSUMO EN EL PERIODO' TO WSL-PRO-TEXTO
           WHEN OTHER
               COMPUTE WSV-CORRIDAS-REST ROUNDED =
                   WSV-RESTO-SUELDOS * WSU-CORRIDAS
                   / WSV-CONSUMO
               IF WSV-CORRIDAS-REST = 0
                   MOVE 1 TO WSV-CORRIDAS-REST
               END-IF
        END-IF.
        DISPLAY 'INFORME GENERADO - ' WSU-TOT-ALTAS ' ALTAS Y '
            WSU-TOT-BAJAS ' BAJAS EN ' WSU-CORRIDAS ' CORRIDAS'.
        IF WSU-FECHA-APERTURA NOT = SPACES
            DISPLAY 'DESDE LOS SALDOS DE APERTURA AL '
                WSU-FECHA-APERTURA ': ' WSU-APERTURA-CANT
                ' VIGENTES'
        END-IF.
        IF WSU-TOT-ALTAS = 0 AND WSU-TOT-BAJAS = 0
            AND WSU-FECHA-APERTURA = SPACES
            DISPLAY 'AUDFILE SIN MOVIMIENTOS'
            MOVE 8 TO RETURN-CODE
        END-IF.
