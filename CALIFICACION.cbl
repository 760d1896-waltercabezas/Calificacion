               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-APRFILE.

           SELECT ARCH-CARENCIA ASSIGN TO 'CARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CARFILE.

           SELECT ARCH-REVISION ASSIGN TO 'REVFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REVFILE.

           SELECT ARCH-PARAM-PROPUESTA ASSIGN TO 'PRPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PRPFILE.

           SELECT ARCH-PRESU-PROPUESTO ASSIGN TO 'BUPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BUPFILE.

           SELECT ARCH-SIMULACION ASSIGN TO 'SIMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-SIMFILE.

           SELECT ARCH-EVALUACION ASSIGN TO 'EVAFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EVAFILE.

           SELECT ARCH-UMBRALES ASSIGN TO 'UMBFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-UMBFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-POSTULANTES.
           05  REC-ID                PIC X(06).
           05  REC-EXPERIENCIA       PIC 9(02).
           05  REC-MOTIVO            PIC X(30).
           05  REC-FECHA             PIC X(08).

       FD  ARCH-CHECKPOINT.
       01  REG-CHECKPOINT.
               10  CHK-ROL-CANT      PIC 9(05).
               10  CHK-ROL-SUELDOS   PIC 9(11).
           05  CHK-FECHA-CORRIDA     PIC X(08).
           05  CHK-TOT-REVISION      PIC 9(05).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA.
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

       FD  ARCH-MAESTRO.
           05  MST-ESTADO            PIC X(01).
               88  MST-OFERTA-ABIERTA  VALUE 'O' SPACE.
               88  MST-OFERTA-ACEPTADA VALUE 'A'.
               88  MST-DADO-DE-BAJA    VALUE 'B'.
               88  MST-OFERTA-RECHAZADA VALUE 'R'.
               88  MST-OFERTA-VENCIDA  VALUE 'V'.
               88  MST-INACTIVO        VALUE 'B' 'R' 'V'.
           05  MST-NEGOCIADO         PIC X(01).
               88  MST-SUELDO-NEGOCIADO VALUE 'S'.
           05  MST-FECHA-BAJA        PIC X(08).
           05  MST-MOTIVO-BAJA       PIC X(20).
           05  MST-CAUSA-BAJA        PIC X(01).
               88  MST-BAJA-CON-CAUSA  VALUE 'C'.
               88  MST-BAJA-VOLUNTARIA VALUE 'V'.
           05  MST-EXPERIENCIA       PIC 9(02).
           05  MST-FECHA-INICIO      PIC X(08).

       FD  ARCH-REAPLICA.
       01  REG-REAPLICA.
           05  REA-ROL               PIC X(03).
           05  REA-SENIORITY         PIC X(09).
           05  REA-SUELDO            PIC 9(07).
           05  REA-FECHA             PIC X(08).

       FD  ARCH-PRESUPUESTO.
       01  REG-PRESUPUESTO.
           05  ESP-NEGOCIADO         PIC X(01).
               88  ESP-ES-NEGOCIADO    VALUE 'S'.
           05  ESP-APROBADOR         PIC X(08).
           05  ESP-FECHA             PIC X(08).

       FD  ARCH-OFERTA.
       01  REG-OFERTA.
           05  APR-SUELDO            PIC 9(07).
           05  APR-APROBADOR         PIC X(08).

       FD  ARCH-CARENCIA.
       01  REG-CARENCIA.
           05  CAR-DIAS              PIC 9(03).

       FD  ARCH-REVISION.
       01  REG-REVISION.
           05  REV-NOMBRE            PIC X(05).
           05  REV-ID                PIC X(06).
           05  REV-EXPERIENCIA       PIC 9(02).
           05  REV-ROL               PIC X(03).
           05  REV-FECHA-BAJA        PIC X(08).
           05  REV-MOTIVO-BAJA       PIC X(20).
           05  REV-DIAS              PIC 9(05).

       FD  ARCH-PARAM-PROPUESTA.
       01  REG-PARAM-PROPUESTA.
           05  PRP-ROL               PIC X(03).
           05  PRP-SUELDO-JUNIOR     PIC 9(07).
           05  PRP-SUELDO-SEMISR     PIC 9(07).
           05  PRP-SUELDO-SENIOR     PIC 9(07).
           05  PRP-SUELDO-PRINCIPAL  PIC 9(07).

       FD  ARCH-PRESU-PROPUESTO.
       01  REG-PRESU-PROPUESTO.
           05  BUP-MAX-JUNIOR        PIC 9(05).
           05  BUP-MAX-SEMISR        PIC 9(05).
           05  BUP-MAX-SENIOR        PIC 9(05).
           05  BUP-MAX-PRINCIPAL     PIC 9(05).
           05  BUP-TOPE-SUELDOS      PIC 9(11).

       FD  ARCH-SIMULACION.
       01  REG-SIMULACION            PIC X(80).

       FD  ARCH-EVALUACION.
       01  REG-EVALUACION.
           05  EVA-ID                PIC X(06).
           05  EVA-PUNTAJE           PIC 9(03).
           05  EVA-EVALUADOR         PIC X(08).

       FD  ARCH-UMBRALES.
       01  REG-UMBRAL.
           05  UMB-SUPERIOR          PIC 9(03).
           05  UMB-INFERIOR          PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WSC-CONSTANTES.
           05 WSC-SENIORITY.
                10 FILLER           PIC X(20) VALUE 'PRINCIPAL'.
           05 WSC-TAB-TITULOS REDEFINES WSC-TITULOS.
                10 WSC-TITULO-BANDA PIC X(20) OCCURS 4.
           05 WSC-PISOS.
                10 FILLER           PIC 9(02) VALUE 00.
                10 FILLER           PIC 9(02) VALUE 03.
                10 FILLER           PIC 9(02) VALUE 06.
                10 FILLER           PIC 9(02) VALUE 10.
           05 WSC-TAB-PISOS REDEFINES WSC-PISOS.
                10 WSC-PISO-BANDA   PIC 9(02) OCCURS 4.
           05 WSC-MATRIZ-DEFECTO.
                10 FILLER           PIC X(31) VALUE
                   'DEV0120000018000002200000280000'.
            05 WSV-FS-APRFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-APRFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-APRFILE          VALUE 'Y'.
            05 WSV-FS-CARFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-REVFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-PRPFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-BUPFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-SIMFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-EVAFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-EVAFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-EVAFILE          VALUE 'Y'.
            05 WSV-FS-UMBFILE             PIC X(02) VALUE '00'.
            05 WSV-FECHA-NUM              PIC 9(08) VALUE 0.
            05 WSV-HOY-ENT                PIC 9(07) VALUE 0.
            05 WSV-FECHA-ENT              PIC 9(07) VALUE 0.
            05 WSV-DIAS-BAJA              PIC S9(05) VALUE 0.
            05 WSV-NEGOCIADO              PIC X(01) VALUE 'N'.
                88 WSS-NEGOCIADO            VALUE 'S'.
            05 WSV-APROBADOR-AUX          PIC X(08) VALUE SPACES.
            05 WSV-EVALUACION             PIC X(01) VALUE 'N'.
                88 WSS-SIN-EVALUACION       VALUE 'N'.
                88 WSS-EVALUACION-VALIDA    VALUE 'S'.
                88 WSS-EVALUACION-INVALIDA  VALUE 'I'.
            05 WSV-PUNTAJE-AUX            PIC 9(03) VALUE 0.
            05 WSV-EVALUADOR-AUX          PIC X(08) VALUE SPACES.
            05 WSV-BANDA-EXP              PIC 9(01) VALUE 0.
            05 WSV-AJUSTE                 PIC X(01) VALUE SPACE.
                88 WSS-SIN-AJUSTE           VALUE SPACE.
                88 WSS-AJUSTE-SUBE          VALUE 'S'.
                88 WSS-AJUSTE-BAJA          VALUE 'B'.
            05 WSV-EXPERIENCIA-ING        PIC 9(02) VALUE 0.
            05 WSV-LIM-INFERIOR           PIC 9(09) VALUE 0.
            05 WSV-LIM-SUPERIOR           PIC 9(09) VALUE 0.

            05 WSV-REAPLICANTE            PIC X(01) VALUE 'N'.
                88 WSS-REAPLICANTE          VALUE 'S'.
                88 WSS-POSTULANTE-NUEVO     VALUE 'N'.
                88 WSS-EX-INTEGRANTE        VALUE 'I'.

            05 WSV-RESULTADO              PIC X(01) VALUE SPACE.
                88 WSS-RES-CONTRATADO       VALUE 'C'.
                88 WSS-RES-ESPERA           VALUE 'E'.
                88 WSS-RES-RECHAZADO        VALUE 'R'.
                88 WSS-RES-REAPLICANTE      VALUE 'P'.
                88 WSS-RES-REVISION         VALUE 'V'.

       01 WSC-CARENCIA.
            05 WSD-DIAS-CARENCIA          PIC 9(03) VALUE 180.

       01 WSC-CHECKPOINT.
            05 WSK-INTERVALO              PIC 9(03) VALUE 5.
            05 WSK-FIRMA                  PIC X(08) VALUE SPACES.
            05 WSK-FIRMA-ACTUAL           PIC X(08) VALUE SPACES.
            05 WSK-REG-LEIDOS             PIC 9(07) VALUE 0.
            05 WSK-REG-GUARDADO           PIC X(259) VALUE SPACES.

       01 WSC-CONTROL-LOTE.
            05 WSL-LOTE-ID                PIC X(08) VALUE SPACES.
                    15 WSQ-RECHAZADOS     PIC 9(05).
                    15 WSQ-ESPERA         PIC 9(05).
                    15 WSQ-REAPLICAS      PIC 9(05).
                    15 WSQ-REVISION       PIC 9(05).

       01 WSC-AUDITORIA.
            05 WSA-FECHA-CORRIDA          PIC X(08).
                88 WSS-FORZAR               VALUE 'S'.
            05 WSO-LOTE-REGISTRADO        PIC X(01) VALUE 'N'.
                88 WSS-LOTE-REGISTRADO      VALUE 'S'.
            05 WSO-SIMULAR                PIC X(01) VALUE 'N'.
                88 WSS-SIMULACION           VALUE 'S'.

       01 WSC-PARAMETROS.
            05 WSP-CANT-ROLES             PIC 9(02) VALUE 0.
                    15 WSX-USADA          PIC X(01).
                        88 WSX-EXC-USADA    VALUE 'S'.

       01 WSC-EVALUACIONES.
            05 WSN-MAX-EVALUACIONES       PIC 9(03) VALUE 200.
            05 WSN-UMBRAL-SUPERIOR        PIC 9(03) VALUE 080.
            05 WSN-UMBRAL-INFERIOR        PIC 9(03) VALUE 040.
            05 WSN-CANT                   PIC 9(03) VALUE 0.
            05 WSN-TABLA-EVALUACIONES.
                10 WSN-EVALUACION OCCURS 200.
                    15 WSN-ID             PIC X(06).
                    15 WSN-PUNTAJE        PIC 9(03).
                    15 WSN-EVALUADOR      PIC X(08).
                    15 WSN-VALIDA         PIC X(01).
                        88 WSN-EVA-VALIDA   VALUE 'S'.
                    15 WSN-USADA          PIC X(01).
                        88 WSN-EVA-USADA    VALUE 'S'.

       01 WSC-COMPROMISOS.
            05 WSM-COMP-BANDA             PIC 9(05) OCCURS 4.
            05 WSM-COMP-SUELDOS           PIC 9(11) VALUE 0.
            05 WSR-TOT-ESPERA              PIC 9(05) VALUE 0.
            05 WSR-TOT-RECHAZADOS          PIC 9(05) VALUE 0.
            05 WSR-TOT-REAPLICAS           PIC 9(05) VALUE 0.
            05 WSR-TOT-REVISION            PIC 9(05) VALUE 0.
            05 WSR-TOT-NEGOCIADOS          PIC 9(05) VALUE 0.
            05 WSR-EXC-RECHAZADAS          PIC 9(05) VALUE 0.
            05 WSR-EVA-SUBIDOS             PIC 9(05) VALUE 0.
            05 WSR-EVA-BAJADOS             PIC 9(05) VALUE 0.
            05 WSR-EVA-INVALIDAS           PIC 9(05) VALUE 0.
            05 WSR-EVA-RECHAZADAS          PIC 9(05) VALUE 0.
            05 WSR-TOT-SUELDOS             PIC 9(11) VALUE 0.
            05 WSR-POR-ROL OCCURS 10.
                10 WSR-ROL-CANT            PIC 9(05).
                10 WSR-ROL-SUELDOS         PIC 9(11).

       01 WSC-SIMULACION.
            05 WSI-ESC                    PIC 9(01) VALUE 0.
            05 WSI-ESCENARIO OCCURS 2.
                10 WSI-PARAMETROS         PIC X(312).
                10 WSI-PRESUPUESTO        PIC X(31).
                10 WSI-EJECUCION          PIC X(32).
                10 WSI-RESUMEN            PIC X(266).
                10 WSI-RES-TIPO           PIC X(01).
                10 WSI-RES-BANDA          PIC 9(01).
                10 WSI-RES-SUELDO         PIC 9(07).
            05 WSI-EXCEPCIONES            PIC X(5400).
            05 WSI-TOT-CAMBIOS            PIC 9(05) VALUE 0.
            05 WSI-CANT-ROLES             PIC 9(02) VALUE 0.
            05 WSI-ROL-IDX                PIC 9(02) VALUE 0.
            05 WSI-TABLA-ROLES.
                10 WSI-ENTRADA-ROL OCCURS 20.
                    15 WSI-ROL            PIC X(03).
                    15 WSI-ROL-CANT       PIC 9(05) OCCURS 2.
                    15 WSI-ROL-SUELDOS    PIC 9(11) OCCURS 2.
            05 WSI-TOTALES OCCURS 2.
                10 WSI-TOT-BANDA          PIC 9(05) OCCURS 4.
                10 WSI-ESP-BANDA          PIC 9(05) OCCURS 4.
                10 WSI-TOT-ESPERA         PIC 9(05).
                10 WSI-TOT-RECHAZADOS     PIC 9(05).
                10 WSI-TOT-SUELDOS        PIC 9(11).
            05 WSI-VALOR-ACTUAL           PIC 9(11) VALUE 0.
            05 WSI-VALOR-PROPUESTO        PIC 9(11) VALUE 0.

       01 WSC-LINEAS.
            05 WSL-SIM-COLUMNAS.
                10 FILLER                 PIC X(48) VALUE
                   'NOMB  ID     ROL  ACTUAL'.
                10 FILLER                 PIC X(09) VALUE 'PROPUESTO'.
            05 WSL-SIM-DETALLE.
                10 WSL-DET-NOMBRE         PIC X(05).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DET-ID             PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DET-ROL            PIC X(03).
                10 FILLER                 PIC X(02) VALUE SPACES.
                10 WSL-DET-RESULTADO-ACT  PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DET-BANDA-ACT      PIC X(09).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DET-SUELDO-ACT     PIC Z(06)9
                                          BLANK WHEN ZERO.
                10 FILLER                 PIC X(03) VALUE ' | '.
                10 WSL-DET-RESULTADO-PRO  PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DET-BANDA-PRO      PIC X(09).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DET-SUELDO-PRO     PIC Z(06)9
                                          BLANK WHEN ZERO.
            05 WSL-CMP-COLUMNAS.
                10 FILLER                 PIC X(30) VALUE 'CONCEPTO'.
                10 FILLER                 PIC X(16) VALUE
                   '          ACTUAL'.
                10 FILLER                 PIC X(16) VALUE
                   '       PROPUESTO'.
                10 FILLER                 PIC X(17) VALUE
                   '       DIFERENCIA'.
            05 WSL-CMP-LINEA.
                10 WSL-CMP-TEXTO          PIC X(20).
                10 WSL-CMP-CLAVE          PIC X(10).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-ACTUAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-PROPUESTO      PIC ZZZ,ZZZ,ZZZ,ZZ9.
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-DIFERENCIA     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
            05 WSL-SIM-CAMBIOS.
                10 FILLER                 PIC X(36) VALUE
                   'POSTULANTES CON RESULTADO DISTINTO: '.
                10 WSL-TOT-CAMBIOS        PIC Z(04)9.
            05 WSL-SIM-RESULTADO          PIC X(08).

       PROCEDURE DIVISION.

       00-CONTROL.
       PERFORM 10-INICIO.
       PERFORM 20-PROCESO.
       PERFORM 21-CONCILIAR-LOTES.
       IF WSS-SIMULACION
           IF WSS-LOTE-OK
               PERFORM 82-INFORME-SIMULACION
           END-IF
           PERFORM 92-FINAL-SIMULACION
       ELSE
           IF WSS-LOTE-OK
               PERFORM 80-RESUMEN
           END-IF
           PERFORM 90-FINAL
       END-IF.
       STOP RUN.
       00-CONTROL-END.
       EXIT.
        END-IF.
        PERFORM 11-PREVALIDAR-LOTES.
        PERFORM 12-LEER-OVERRIDE.
        PERFORM 12-LEER-CARENCIA.
        PERFORM 12-LEER-UMBRALES.
        PERFORM 13-CONSULTAR-REGISTRO.
        PERFORM 14-LEER-PRESUPUESTO.
        PERFORM 15-LEER-PARAMETROS.
        PERFORM 15-LEER-EXCEPCIONES.
        PERFORM 15-LEER-EVALUACIONES.
        IF WSS-SIMULACION
            PERFORM 14-PREPARAR-SIMULACION
        ELSE
            PERFORM 17-LEER-CHECKPOINT
            PERFORM 18-ABRIR-CHECKPOINT
            PERFORM 18-ABRIR-SALIDA
            PERFORM 18-ABRIR-RECHAZOS
        END-IF.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WSA-FECHA-CORRIDA.
        MOVE WSA-FECHA-CORRIDA TO WSV-FECHA-NUM.
        COMPUTE WSV-HOY-ENT =
            FUNCTION INTEGER-OF-DATE(WSV-FECHA-NUM).
        IF WSS-SIMULACION
            PERFORM 18-ABRIR-SIMULACION
        ELSE
            PERFORM 18-ABRIR-AUDITORIA
            PERFORM 18-ABRIR-MAESTRO
            PERFORM 18-DEPURAR-REPROCESO
        END-IF.
        PERFORM 19-CARGAR-COMPROMISOS.
        IF NOT WSS-SIMULACION
            PERFORM 18-ABRIR-REAPLICA
            PERFORM 18-ABRIR-ESPERA
            PERFORM 18-ABRIR-OFERTA
            PERFORM 18-ABRIR-REVISION
        END-IF.
       10-INICIO-END.
       EXIT.

        MOVE 0 TO WSQ-RECHAZADOS(WSQ-CANT-LOTES).
        MOVE 0 TO WSQ-ESPERA(WSQ-CANT-LOTES).
        MOVE 0 TO WSQ-REAPLICAS(WSQ-CANT-LOTES).
        MOVE 0 TO WSQ-REVISION(WSQ-CANT-LOTES).
       11-ABRIR-LOTE-END.
       EXIT.

                AT END
                    CONTINUE
                NOT AT END
                    EVALUATE OVR-COMANDO
                    WHEN 'FORZAR'
                        SET WSS-FORZAR TO TRUE
                    WHEN 'SIMULAR'
                        SET WSS-SIMULACION TO TRUE
                        DISPLAY 'MODO SIMULACION - NO SE ACTUALIZAN '
                            'MAESTRO, AUDITORIA, OFERTAS, CHECKPOINT '
                            'NI REGISTRO DE CORRIDAS'
                    END-EVALUATE
            END-READ
            IF WSV-FS-OVRFILE NOT = '00' AND NOT = '10'
                MOVE 'OVRFILE'       TO WSV-ES-ARCHIVO
       12-LEER-OVERRIDE-END.
       EXIT.

       12-LEER-CARENCIA.
        OPEN INPUT ARCH-CARENCIA.
        IF WSV-FS-CARFILE = '00'
            READ ARCH-CARENCIA
                AT END
                    CONTINUE
                NOT AT END
                    IF CAR-DIAS NUMERIC
                        MOVE CAR-DIAS TO WSD-DIAS-CARENCIA
                    END-IF
            END-READ
            IF WSV-FS-CARFILE NOT = '00' AND NOT = '10'
                MOVE 'CARFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-CARFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
            CLOSE ARCH-CARENCIA
            IF WSV-FS-CARFILE NOT = '00'
                MOVE 'CARFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-CARFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-CARFILE NOT = '35'
                MOVE 'CARFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-CARFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        DISPLAY 'PLAZO DE CARENCIA PARA REINGRESO: '
            WSD-DIAS-CARENCIA ' DIAS'.
       12-LEER-CARENCIA-END.
       EXIT.

       12-LEER-UMBRALES.
        OPEN INPUT ARCH-UMBRALES.
        IF WSV-FS-UMBFILE = '00'
            READ ARCH-UMBRALES
                AT END
                    CONTINUE
                NOT AT END
                    IF UMB-SUPERIOR NUMERIC
                        AND UMB-INFERIOR NUMERIC
                        AND UMB-SUPERIOR NOT > 100
                        AND UMB-INFERIOR NOT > UMB-SUPERIOR
                        MOVE UMB-SUPERIOR TO WSN-UMBRAL-SUPERIOR
                        MOVE UMB-INFERIOR TO WSN-UMBRAL-INFERIOR
                    ELSE
                        DISPLAY 'UMBRALES DE EVALUACION INVALIDOS '
                            'EN UMBFILE - SE USAN LOS DE OMISION'
                    END-IF
            END-READ
            IF WSV-FS-UMBFILE NOT = '00' AND NOT = '10'
                MOVE 'UMBFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-UMBFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
            CLOSE ARCH-UMBRALES
            IF WSV-FS-UMBFILE NOT = '00'
                MOVE 'UMBFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-UMBFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-UMBFILE NOT = '35'
                MOVE 'UMBFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-UMBFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        DISPLAY 'EVALUACION TECNICA: SUBE DE BANDA CON MAS DE '
            WSN-UMBRAL-SUPERIOR ' PUNTOS, BAJA CON MENOS DE '
            WSN-UMBRAL-INFERIOR.
       12-LEER-UMBRALES-END.
       EXIT.

       13-CONSULTAR-REGISTRO.
        IF WSQ-CANT-LOTES = 0 OR WSS-SIMULACION
            CONTINUE
        ELSE
            OPEN INPUT ARCH-REGISTRO
       15-LEER-EXCEPCIONES-END.
       EXIT.

       15-LEER-EVALUACIONES.
        OPEN INPUT ARCH-EVALUACION.
        IF WSV-FS-EVAFILE = '00'
            PERFORM UNTIL WSS-EOF-EVAFILE
                OR WSN-CANT = WSN-MAX-EVALUACIONES
                READ ARCH-EVALUACION
                    AT END
                        SET WSS-EOF-EVAFILE TO TRUE
                    NOT AT END
                        ADD 1 TO WSN-CANT
                        MOVE EVA-ID        TO WSN-ID(WSN-CANT)
                        MOVE EVA-EVALUADOR TO WSN-EVALUADOR(WSN-CANT)
                        MOVE 'N'           TO WSN-USADA(WSN-CANT)
                        IF EVA-PUNTAJE NUMERIC
                            AND EVA-PUNTAJE NOT > 100
                            AND EVA-EVALUADOR NOT = SPACES
                            MOVE EVA-PUNTAJE TO WSN-PUNTAJE(WSN-CANT)
                            MOVE 'S'         TO WSN-VALIDA(WSN-CANT)
                        ELSE
                            MOVE 0           TO WSN-PUNTAJE(WSN-CANT)
                            MOVE 'N'         TO WSN-VALIDA(WSN-CANT)
                        END-IF
                END-READ
                IF WSV-FS-EVAFILE NOT = '00' AND NOT = '10'
                    MOVE 'EVAFILE'       TO WSV-ES-ARCHIVO
                    MOVE WSV-FS-EVAFILE  TO WSV-ES-STATUS
                    PERFORM 99-ERROR-ARCHIVO
                END-IF
            END-PERFORM
            IF WSN-CANT = WSN-MAX-EVALUACIONES
                AND NOT WSS-EOF-EVAFILE
                DISPLAY 'TABLA DE EVALUACIONES LLENA ('
                    WSN-MAX-EVALUACIONES ') - AMPLIAR WSN-EVALUACION'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE ARCH-EVALUACION
            IF WSV-FS-EVAFILE NOT = '00'
                MOVE 'EVAFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-EVAFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-EVAFILE NOT = '35'
                MOVE 'EVAFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-EVAFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        IF WSN-CANT > 0
            DISPLAY 'EVALUACIONES TECNICAS CARGADAS: ' WSN-CANT
        END-IF.
       15-LEER-EVALUACIONES-END.
       EXIT.

       14-PREPARAR-SIMULACION.
        MOVE WSC-PARAMETROS  TO WSI-PARAMETROS(1).
        MOVE WSC-PRESUPUESTO TO WSI-PRESUPUESTO(1).
        PERFORM 14-LEER-PRESU-PROPUESTO.
        PERFORM 15-LEER-PARAM-PROPUESTOS.
        MOVE WSC-PARAMETROS  TO WSI-PARAMETROS(2).
        MOVE WSC-PRESUPUESTO TO WSI-PRESUPUESTO(2).
        MOVE 0 TO WSI-ESC.
        PERFORM UNTIL WSI-ESC = 2
            ADD 1 TO WSI-ESC
            MOVE WSC-EJECUCION TO WSI-EJECUCION(WSI-ESC)
            MOVE WSC-RESUMEN   TO WSI-RESUMEN(WSI-ESC)
        END-PERFORM.
       14-PREPARAR-SIMULACION-END.
       EXIT.

       14-LEER-PRESU-PROPUESTO.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            MOVE 99999 TO WSB-MAX-BANDA(WSV-SUB)
        END-PERFORM.
        MOVE 99999999999 TO WSB-TOPE-SUELDOS.
        OPEN INPUT ARCH-PRESU-PROPUESTO.
        IF WSV-FS-BUPFILE NOT = '00'
            MOVE 'BUPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-BUPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        READ ARCH-PRESU-PROPUESTO
            AT END
                CONTINUE
            NOT AT END
                MOVE BUP-MAX-JUNIOR    TO WSB-MAX-BANDA(1)
                MOVE BUP-MAX-SEMISR    TO WSB-MAX-BANDA(2)
                MOVE BUP-MAX-SENIOR    TO WSB-MAX-BANDA(3)
                MOVE BUP-MAX-PRINCIPAL TO WSB-MAX-BANDA(4)
                MOVE BUP-TOPE-SUELDOS  TO WSB-TOPE-SUELDOS
        END-READ.
        IF WSV-FS-BUPFILE NOT = '00' AND NOT = '10'
            MOVE 'BUPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-BUPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-PRESU-PROPUESTO.
        IF WSV-FS-BUPFILE NOT = '00'
            MOVE 'BUPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-BUPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
       14-LEER-PRESU-PROPUESTO-END.
       EXIT.

       15-LEER-PARAM-PROPUESTOS.
        OPEN INPUT ARCH-PARAM-PROPUESTA.
        IF WSV-FS-PRPFILE NOT = '00'
            MOVE 'PRPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-PRPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 0 TO WSP-CANT-ROLES.
        INITIALIZE WSP-TABLA-ROLES.
        PERFORM UNTIL WSV-FS-PRPFILE NOT = '00'
            OR WSP-CANT-ROLES = WSC-MAX-ROLES
            READ ARCH-PARAM-PROPUESTA
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WSP-CANT-ROLES
                    MOVE PRP-ROL TO WSP-ROL(WSP-CANT-ROLES)
                    MOVE PRP-SUELDO-JUNIOR
                        TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 1)
                    MOVE PRP-SUELDO-SEMISR
                        TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 2)
                    MOVE PRP-SUELDO-SENIOR
                        TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 3)
                    MOVE PRP-SUELDO-PRINCIPAL
                        TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 4)
            END-READ
        END-PERFORM.
        IF WSV-FS-PRPFILE NOT = '00' AND NOT = '10'
            MOVE 'PRPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-PRPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-PARAM-PROPUESTA.
        IF WSV-FS-PRPFILE NOT = '00'
            MOVE 'PRPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-PRPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        IF WSP-CANT-ROLES = 0
            PERFORM 16-MATRIZ-DEFECTO
        END-IF.
        DISPLAY 'PARAMETROS PROPUESTOS CARGADOS: ' WSP-CANT-ROLES
            ' ROLES'.
       15-LEER-PARAM-PROPUESTOS-END.
       EXIT.

       17-LEER-CHECKPOINT.
        IF WSS-LOTE-REGISTRADO AND WSS-FORZAR
            DISPLAY 'REPROCESO FORZADO - SE IGNORA EL CHECKPOINT '
        MOVE CHK-TOT-RECHAZADOS  TO WSR-TOT-RECHAZADOS.
        MOVE CHK-TOT-REAPLICAS   TO WSR-TOT-REAPLICAS.
        MOVE CHK-TOT-ESPERA      TO WSR-TOT-ESPERA.
        IF CHK-TOT-REVISION NUMERIC
            MOVE CHK-TOT-REVISION TO WSR-TOT-REVISION
        END-IF.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
       18-ABRIR-OFERTA-END.
       EXIT.

       18-ABRIR-REVISION.
        IF WSK-SKIP > 0
            OPEN EXTEND ARCH-REVISION
            IF WSV-FS-REVFILE NOT = '00'
                OPEN OUTPUT ARCH-REVISION
            END-IF
        ELSE
            OPEN OUTPUT ARCH-REVISION
        END-IF.
        IF WSV-FS-REVFILE NOT = '00'
            MOVE 'REVFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-REVFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
       18-ABRIR-REVISION-END.
       EXIT.

       18-ABRIR-SIMULACION.
        OPEN INPUT ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN OUTPUT ARCH-SIMULACION.
        IF WSV-FS-SIMFILE NOT = '00'
            MOVE 'SIMFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-SIMFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 'SIMULACION DE PARAMETROS - ACTUAL CONTRA PROPUESTO'
            TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE '---------------------------------------------------'
            TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE 'POSTULANTES CON RESULTADO DISTINTO' TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE WSL-SIM-COLUMNAS TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
       18-ABRIR-SIMULACION-END.
       EXIT.

       18-DEPURAR-REPROCESO.
        IF WSS-FORZAR AND WSS-LOTE-REGISTRADO
            DISPLAY 'REPROCESO FORZADO - SE DEPURAN DEL MAESTRO '
            IF WSQ-LOTE-IDX NOT > WSQ-CANT-LOTES
                AND WSQ-ES-REPROCESO(WSQ-LOTE-IDX)
                MOVE REG-ID TO MST-ID
                READ ARCH-MAESTRO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT MST-INACTIVO
                            DELETE ARCH-MAESTRO
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                        END-IF
                END-READ
                IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
                    MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                    MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                AT END
                    SET WSS-EOF-MSTFILE TO TRUE
                NOT AT END
                    IF NOT MST-INACTIVO
                        PERFORM 19-ACUMULAR-COMPROMISO
                    END-IF
            END-READ
            IF WSV-FS-MSTFILE NOT = '00' AND NOT = '10'
                MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
           IF WSS-LOTE-MAL
               DISPLAY 'NINGUN LOTE PROCESABLE - NO SE LIBERA LA '
                   'SALIDA A NOMINA'
               IF NOT WSS-SIMULACION
                   INITIALIZE REG-CHECKPOINT
                   MOVE WSK-FIRMA-ACTUAL TO CHK-FIRMA-LOTE
                   MOVE WSA-FECHA-CORRIDA TO CHK-FECHA-CORRIDA
                   WRITE REG-CHECKPOINT
                   PERFORM 29-VERIFICAR-CHECKPOINT
               END-IF
               MOVE 12 TO RETURN-CODE
           END-IF.
       21-CONCILIAR-LOTES-END.
               END-IF
               ADD 1 TO WSL-CANT-LEIDA
               ADD 1 TO WSK-REG-LEIDOS
               PERFORM 22-BUSCAR-EVALUACION
               IF WSQ-LOTE-IDX NOT > WSQ-CANT-LOTES
                   AND WSQ-LOTE-VALIDO(WSQ-LOTE-IDX)
                   IF WSK-REG-LEIDOS > WSK-SKIP
                       IF WSS-SIMULACION
                           PERFORM 30-SIMULAR-POSTULANTE
                       ELSE
                           PERFORM 20-CLASIFICAR
                           PERFORM 29-CHECKPOINT
                       END-IF
                   ELSE
                       PERFORM 22-MARCAR-EXC-SALTEADA
                   END-IF
       22-MARCAR-EXC-SALTEADA-END.
       EXIT.

       22-BUSCAR-EVALUACION.
           SET WSS-SIN-EVALUACION TO TRUE.
           MOVE 0      TO WSV-PUNTAJE-AUX.
           MOVE SPACES TO WSV-EVALUADOR-AUX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = WSN-CANT
               ADD 1 TO WSV-SUB
               IF REG-ID = WSN-ID(WSV-SUB)
                   AND NOT WSN-EVA-USADA(WSV-SUB)
                   MOVE 'S' TO WSN-USADA(WSV-SUB)
                   IF WSN-EVA-VALIDA(WSV-SUB)
                       SET WSS-EVALUACION-VALIDA TO TRUE
                       MOVE WSN-PUNTAJE(WSV-SUB)   TO WSV-PUNTAJE-AUX
                       MOVE WSN-EVALUADOR(WSV-SUB) TO WSV-EVALUADOR-AUX
                   ELSE
                       SET WSS-EVALUACION-INVALIDA TO TRUE
                   END-IF
                   MOVE WSN-CANT TO WSV-SUB
               END-IF
           END-PERFORM.
       22-BUSCAR-EVALUACION-END.
       EXIT.

       23-VALIDAR-LOTE.
           IF WSK-SKIP > 0
               AND WSK-FIRMA-ACTUAL NOT = WSK-FIRMA
               CLOSE ARCH-REAPLICA
               CLOSE ARCH-ESPERA
               CLOSE ARCH-OFERTA
               CLOSE ARCH-REVISION
               IF WSV-FS-OUTFILE NOT = '00'
                   MOVE 'OUTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-OUTFILE  TO WSV-ES-STATUS
                   MOVE WSV-FS-OFRFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               IF WSV-FS-REVFILE NOT = '00'
                   MOVE 'REVFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REVFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               OPEN OUTPUT ARCH-SALIDA
               OPEN OUTPUT ARCH-RECHAZOS
               OPEN OUTPUT ARCH-REAPLICA
               OPEN OUTPUT ARCH-ESPERA
               OPEN OUTPUT ARCH-OFERTA
               OPEN OUTPUT ARCH-REVISION
               IF WSV-FS-OUTFILE NOT = '00'
                   MOVE 'OUTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-OUTFILE  TO WSV-ES-STATUS
                   MOVE WSV-FS-OFRFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               IF WSV-FS-REVFILE NOT = '00'
                   MOVE 'REVFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REVFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       23-VALIDAR-LOTE-END.
       EXIT.
               PERFORM 28-RECHAZAR
           ELSE
               PERFORM 24-BUSCAR-MAESTRO
               EVALUATE TRUE
               WHEN WSS-REAPLICANTE
                   PERFORM 27-REAPLICANTE
               WHEN WSS-EX-INTEGRANTE
                   PERFORM 24-EVALUAR-REINGRESO
               WHEN OTHER
                   PERFORM 26-ASIGNAR-BANDA
               END-EVALUATE
           END-IF.

           DISPLAY '--------------------------------------------------'.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-INACTIVO
                       SET WSS-EX-INTEGRANTE TO TRUE
                   ELSE
                       SET WSS-REAPLICANTE TO TRUE
                   END-IF
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
       24-BUSCAR-EN-ARCHIVO-END.
       EXIT.

       24-EVALUAR-REINGRESO.
           EVALUATE TRUE
           WHEN MST-BAJA-CON-CAUSA
               MOVE 'NO ELEGIBLE PARA REINGRESO'
                   TO WSV-MOTIVO-RECHAZO
               PERFORM 28-RECHAZAR
           WHEN MST-BAJA-VOLUNTARIA
               IF MST-FECHA-BAJA NOT NUMERIC
                   MOVE 0 TO WSV-DIAS-BAJA
                   PERFORM 27-RETENER-REVISION
               ELSE
                   MOVE MST-FECHA-BAJA TO WSV-FECHA-NUM
                   COMPUTE WSV-FECHA-ENT =
                       FUNCTION INTEGER-OF-DATE(WSV-FECHA-NUM)
                   COMPUTE WSV-DIAS-BAJA = WSV-HOY-ENT - WSV-FECHA-ENT
                   IF WSV-DIAS-BAJA NOT > WSD-DIAS-CARENCIA
                       PERFORM 27-RETENER-REVISION
                   ELSE
                       PERFORM 26-ASIGNAR-BANDA
                   END-IF
               END-IF
           WHEN OTHER
               PERFORM 26-ASIGNAR-BANDA
           END-EVALUATE.
       24-EVALUAR-REINGRESO-END.
       EXIT.

       25-VALIDAR.
           SET WSS-REG-VALIDO TO TRUE.
           IF WSV-NOMBRE-AUX = SPACES
               MOVE 3 TO WSV-BANDA-IDX
           END-EVALUATE.

           PERFORM 26-APLICAR-EVALUACION.

           MOVE WSC-NOM-BANDA(WSV-BANDA-IDX) TO WSV-SENIORITY-AUX.
           MOVE WSP-SUELDO-BANDA(WSV-ROL-IDX WSV-BANDA-IDX)
               TO WSV-SUELDO-AUX.
       26-ASIGNAR-BANDA-END.
       EXIT.

       26-APLICAR-EVALUACION.
           MOVE WSV-BANDA-IDX TO WSV-BANDA-EXP.
           SET WSS-SIN-AJUSTE TO TRUE.
           EVALUATE TRUE
           WHEN WSS-EVALUACION-INVALIDA
               DISPLAY WSV-NOMBRE-AUX ' EVALUACION TECNICA INVALIDA - '
                   'SE CLASIFICA POR EXPERIENCIA'
               ADD 1 TO WSR-EVA-INVALIDAS
           WHEN WSS-SIN-EVALUACION
               CONTINUE
           WHEN WSV-PUNTAJE-AUX > WSN-UMBRAL-SUPERIOR
               AND WSV-BANDA-IDX < 4
               ADD 1 TO WSV-BANDA-IDX
               SET WSS-AJUSTE-SUBE TO TRUE
               ADD 1 TO WSR-EVA-SUBIDOS
           WHEN WSV-PUNTAJE-AUX < WSN-UMBRAL-INFERIOR
               AND WSV-BANDA-IDX > 1
               SUBTRACT 1 FROM WSV-BANDA-IDX
               SET WSS-AJUSTE-BAJA TO TRUE
               ADD 1 TO WSR-EVA-BAJADOS
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE WSV-EXPERIENCIA-AUX TO WSV-EXPERIENCIA-ING.
           EVALUATE TRUE
           WHEN WSS-AJUSTE-BAJA
               MOVE WSC-PISO-BANDA(WSV-BANDA-IDX)
                   TO WSV-EXPERIENCIA-ING
           WHEN WSS-AJUSTE-SUBE
               AND WSV-EXPERIENCIA-AUX < WSC-PISO-BANDA(WSV-BANDA-IDX)
               MOVE WSC-PISO-BANDA(WSV-BANDA-IDX)
                   TO WSV-EXPERIENCIA-ING
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF NOT WSS-SIN-AJUSTE
               DISPLAY WSV-NOMBRE-AUX ' EVALUACION TECNICA '
                   WSV-PUNTAJE-AUX ' DE ' WSV-EVALUADOR-AUX
                   ' - PASA DE ' WSC-NOM-BANDA(WSV-BANDA-EXP) ' A '
                   WSC-NOM-BANDA(WSV-BANDA-IDX)
           END-IF.
       26-APLICAR-EVALUACION-END.
       EXIT.

       26-APLICAR-EXCEPCION.
           MOVE 'N'    TO WSV-NEGOCIADO.
           MOVE SPACES TO WSV-APROBADOR-AUX.
           DISPLAY WSV-NOMBRE-AUX ' EXCEPCION SALARIAL RECHAZADA: '
               WSV-MOTIVO-RECHAZO ' - SE CLASIFICA A TARIFA DE '
               'BANDA'.
           IF NOT WSS-SIMULACION
               MOVE WSV-NOMBRE-AUX     TO REC-NOMBRE
               MOVE WSV-ID-AUX         TO REC-ID
               MOVE 0                  TO REC-EXPERIENCIA
               MOVE WSV-MOTIVO-RECHAZO TO REC-MOTIVO
               MOVE WSA-FECHA-CORRIDA  TO REC-FECHA
               WRITE REG-RECHAZO
               IF WSV-FS-REJFILE NOT = '00'
                   MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
           ADD 1 TO WSR-EXC-RECHAZADAS.
       26-RECHAZAR-EXCEPCION-END.
           ADD 1                TO WSR-ROL-CANT(WSV-ROL-IDX).
           ADD WSV-SUELDO-AUX   TO WSR-ROL-SUELDOS(WSV-ROL-IDX).
           ADD 1                TO WSQ-COMPROMETIDOS(WSQ-LOTE-IDX).
           SET WSS-RES-CONTRATADO TO TRUE.

           IF NOT WSS-SIMULACION
               PERFORM 27-GRABAR-COMPROMISO
           END-IF.
       27-COMPROMETER-END.
       EXIT.

       27-GRABAR-COMPROMISO.
           MOVE WSV-NOMBRE-AUX      TO SAL-NOMBRE.
           MOVE WSV-ID-AUX          TO SAL-ID.
           MOVE WSV-EXPERIENCIA-AUX TO SAL-EXPERIENCIA.
               PERFORM 99-ERROR-ARCHIVO
           END-IF.

           IF NOT WSS-SIN-AJUSTE
               PERFORM 27-GRABAR-EVALUACION
           END-IF.

           MOVE WSA-FECHA-CORRIDA   TO AUD-FECHA.
           MOVE WSV-NOMBRE-AUX      TO AUD-NOMBRE.
           MOVE WSV-ID-AUX          TO AUD-ID.
           ELSE
               MOVE 'N' TO MST-NEGOCIADO
           END-IF.
           MOVE SPACES              TO MST-FECHA-BAJA.
           MOVE SPACES              TO MST-MOTIVO-BAJA.
           MOVE SPACES              TO MST-CAUSA-BAJA.
           MOVE WSV-EXPERIENCIA-ING TO MST-EXPERIENCIA.
           MOVE SPACES              TO MST-FECHA-INICIO.
           WRITE REG-MAESTRO
               INVALID KEY
                   REWRITE REG-MAESTRO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       27-GRABAR-COMPROMISO-END.
       EXIT.

       27-LISTA-ESPERA.
           DISPLAY WSV-NOMBRE-AUX ' EN LISTA DE ESPERA - CUPO O '
               'PRESUPUESTO DE LA BANDA ' WSV-SENIORITY-AUX
               ' AGOTADO'.
           SET WSS-RES-ESPERA TO TRUE.
           IF NOT WSS-SIMULACION
               PERFORM 27-GRABAR-ESPERA
           END-IF.
           ADD 1 TO WSR-ESP-BANDA(WSV-BANDA-IDX).
           ADD 1 TO WSR-TOT-ESPERA.
           ADD 1 TO WSQ-ESPERA(WSQ-LOTE-IDX).
       27-LISTA-ESPERA-END.
       EXIT.

       27-GRABAR-ESPERA.
           MOVE WSV-NOMBRE-AUX      TO ESP-NOMBRE.
           MOVE WSV-ID-AUX          TO ESP-ID.
           MOVE WSV-EXPERIENCIA-ING TO ESP-EXPERIENCIA.
           MOVE WSV-ROL-AUX         TO ESP-ROL.
           MOVE WSV-SENIORITY-AUX   TO ESP-SENIORITY.
           MOVE WSV-SUELDO-AUX      TO ESP-SUELDO.
               MOVE 'N'                 TO ESP-NEGOCIADO
               MOVE SPACES              TO ESP-APROBADOR
           END-IF.
           MOVE WSA-FECHA-CORRIDA   TO ESP-FECHA.
           WRITE REG-ESPERA.
           IF WSV-FS-WAITFILE NOT = '00'
               MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           IF NOT WSS-SIN-AJUSTE
               PERFORM 27-GRABAR-EVALUACION
           END-IF.
       27-GRABAR-ESPERA-END.
       EXIT.

       27-GRABAR-EVALUACION.
           MOVE WSA-FECHA-CORRIDA   TO AUD-FECHA.
           MOVE WSV-NOMBRE-AUX      TO AUD-NOMBRE.
           MOVE WSV-ID-AUX          TO AUD-ID.
           MOVE WSV-ROL-AUX         TO AUD-ROL.
           MOVE WSC-NOM-BANDA(WSV-BANDA-EXP) TO AUD-SENIORITY.
           MOVE WSP-SUELDO-BANDA(WSV-ROL-IDX WSV-BANDA-EXP)
               TO AUD-SUELDO.
           MOVE 'E'                 TO AUD-MOVIMIENTO.
           MOVE WSV-EVALUADOR-AUX   TO AUD-APROBADOR.
           WRITE REG-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       27-GRABAR-EVALUACION-END.
       EXIT.

       27-REAPLICANTE.
           DISPLAY WSV-NOMBRE-AUX ' YA CLASIFICADO EL ' MST-FECHA
               ' COMO ' MST-SENIORITY ' - NO SE REENVIA A NOMINA'.
           SET WSS-RES-REAPLICANTE TO TRUE.
           IF NOT WSS-SIMULACION
               MOVE MST-NOMBRE          TO REA-NOMBRE
               MOVE MST-ID              TO REA-ID
               MOVE MST-FECHA           TO REA-FECHA-PREVIA
               MOVE MST-ROL             TO REA-ROL
               MOVE MST-SENIORITY       TO REA-SENIORITY
               MOVE MST-SUELDO          TO REA-SUELDO
               MOVE WSA-FECHA-CORRIDA   TO REA-FECHA
               WRITE REG-REAPLICA
               IF WSV-FS-REAPFILE NOT = '00'
                   MOVE 'REAPFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REAPFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
           ADD 1 TO WSR-TOT-REAPLICAS.
           ADD 1 TO WSQ-REAPLICAS(WSQ-LOTE-IDX).
       27-REAPLICANTE-END.
       EXIT.

       27-RETENER-REVISION.
           DISPLAY WSV-NOMBRE-AUX ' EX INTEGRANTE CON BAJA VOLUNTARIA '
               'EL ' MST-FECHA-BAJA ' - RETENIDO PARA REVISION'.
           SET WSS-RES-REVISION TO TRUE.
           IF NOT WSS-SIMULACION
               MOVE WSV-NOMBRE-AUX      TO REV-NOMBRE
               MOVE WSV-ID-AUX          TO REV-ID
               MOVE WSV-EXPERIENCIA-AUX TO REV-EXPERIENCIA
               MOVE WSV-ROL-AUX         TO REV-ROL
               MOVE MST-FECHA-BAJA      TO REV-FECHA-BAJA
               MOVE MST-MOTIVO-BAJA     TO REV-MOTIVO-BAJA
               MOVE WSV-DIAS-BAJA       TO REV-DIAS
               WRITE REG-REVISION
               IF WSV-FS-REVFILE NOT = '00'
                   MOVE 'REVFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REVFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
           ADD 1 TO WSR-TOT-REVISION.
           ADD 1 TO WSQ-REVISION(WSQ-LOTE-IDX).
       27-RETENER-REVISION-END.
       EXIT.

       28-RECHAZAR.
           DISPLAY WSV-NOMBRE-AUX ' RECHAZADO: ' WSV-MOTIVO-RECHAZO.
           SET WSS-RES-RECHAZADO TO TRUE.
           IF NOT WSS-SIMULACION
               MOVE WSV-NOMBRE-AUX      TO REC-NOMBRE
               MOVE WSV-ID-AUX          TO REC-ID
               MOVE WSV-EXPERIENCIA-AUX TO REC-EXPERIENCIA
               MOVE WSV-MOTIVO-RECHAZO  TO REC-MOTIVO
               MOVE WSA-FECHA-CORRIDA   TO REC-FECHA
               WRITE REG-RECHAZO
               IF WSV-FS-REJFILE NOT = '00'
                   MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
           ADD 1 TO WSR-TOT-RECHAZADOS.
           ADD 1 TO WSQ-RECHAZADOS(WSQ-LOTE-IDX).
           MOVE WSR-TOT-RECHAZADOS  TO CHK-TOT-RECHAZADOS.
           MOVE WSR-TOT-REAPLICAS   TO CHK-TOT-REAPLICAS.
           MOVE WSR-TOT-ESPERA      TO CHK-TOT-ESPERA.
           MOVE WSR-TOT-REVISION    TO CHK-TOT-REVISION.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = 4
               ADD 1 TO WSV-SUB
       29-VERIFICAR-CHECKPOINT-END.
       EXIT.

       30-SIMULAR-POSTULANTE.
           ADD 1 TO WSQ-PROCESADOS(WSQ-LOTE-IDX).
           MOVE WSX-TABLA-EXCEPCIONES TO WSI-EXCEPCIONES.
           MOVE 0 TO WSI-ESC.
           PERFORM UNTIL WSI-ESC = 2
               ADD 1 TO WSI-ESC
               IF WSI-ESC = 2
                   MOVE WSI-EXCEPCIONES TO WSX-TABLA-EXCEPCIONES
               END-IF
               PERFORM 31-SIMULAR-ESCENARIO
           END-PERFORM.
           IF WSI-RES-TIPO(1) NOT = WSI-RES-TIPO(2)
               OR WSI-RES-BANDA(1) NOT = WSI-RES-BANDA(2)
               OR WSI-RES-SUELDO(1) NOT = WSI-RES-SUELDO(2)
               PERFORM 32-INFORMAR-CAMBIO
           END-IF.
           DISPLAY '--------------------------------------------------'.
           INITIALIZE WSV-POSTU-AUX.
       30-SIMULAR-POSTULANTE-END.
       EXIT.

       31-SIMULAR-ESCENARIO.
           MOVE WSI-PARAMETROS(WSI-ESC)  TO WSC-PARAMETROS.
           MOVE WSI-PRESUPUESTO(WSI-ESC) TO WSC-PRESUPUESTO.
           MOVE WSI-EJECUCION(WSI-ESC)   TO WSC-EJECUCION.
           MOVE WSI-RESUMEN(WSI-ESC)     TO WSC-RESUMEN.
           IF WSI-ESC = 1
               DISPLAY 'ESCENARIO ACTUAL:'
           ELSE
               DISPLAY 'ESCENARIO PROPUESTO:'
           END-IF.

           MOVE REG-NOMBRE      TO WSV-NOMBRE-AUX.
           MOVE REG-ID          TO WSV-ID-AUX.
           MOVE REG-EXPERIENCIA TO WSV-EXPERIENCIA-AUX.
           MOVE REG-ROL         TO WSV-ROL-AUX.
           ADD 1 TO WSR-TOT-POSTULANTES.
           MOVE SPACE TO WSV-RESULTADO.

           PERFORM 25-VALIDAR.

           IF WSS-REG-INVALIDO
               PERFORM 28-RECHAZAR
           ELSE
               PERFORM 24-BUSCAR-MAESTRO
               EVALUATE TRUE
               WHEN WSS-REAPLICANTE
                   PERFORM 27-REAPLICANTE
               WHEN WSS-EX-INTEGRANTE
                   PERFORM 24-EVALUAR-REINGRESO
               WHEN OTHER
                   PERFORM 26-ASIGNAR-BANDA
               END-EVALUATE
           END-IF.

           MOVE WSV-RESULTADO TO WSI-RES-TIPO(WSI-ESC).
           IF WSS-RES-CONTRATADO OR WSS-RES-ESPERA
               MOVE WSV-BANDA-IDX  TO WSI-RES-BANDA(WSI-ESC)
               MOVE WSV-SUELDO-AUX TO WSI-RES-SUELDO(WSI-ESC)
           ELSE
               MOVE 0 TO WSI-RES-BANDA(WSI-ESC)
               MOVE 0 TO WSI-RES-SUELDO(WSI-ESC)
           END-IF.
           MOVE WSC-EJECUCION TO WSI-EJECUCION(WSI-ESC).
           MOVE WSC-RESUMEN   TO WSI-RESUMEN(WSI-ESC).
       31-SIMULAR-ESCENARIO-END.
       EXIT.

       32-INFORMAR-CAMBIO.
           ADD 1 TO WSI-TOT-CAMBIOS.
           MOVE WSV-NOMBRE-AUX TO WSL-DET-NOMBRE.
           MOVE WSV-ID-AUX     TO WSL-DET-ID.
           MOVE WSV-ROL-AUX    TO WSL-DET-ROL.
           MOVE 1 TO WSI-ESC.
           PERFORM 33-DESCRIBIR-RESULTADO.
           MOVE WSL-SIM-RESULTADO TO WSL-DET-RESULTADO-ACT.
           MOVE WSI-RES-BANDA(1) TO WSV-SUB.
           IF WSV-SUB = 0
               MOVE SPACES TO WSL-DET-BANDA-ACT
           ELSE
               MOVE WSC-NOM-BANDA(WSV-SUB) TO WSL-DET-BANDA-ACT
           END-IF.
           MOVE WSI-RES-SUELDO(1) TO WSL-DET-SUELDO-ACT.
           MOVE 2 TO WSI-ESC.
           PERFORM 33-DESCRIBIR-RESULTADO.
           MOVE WSL-SIM-RESULTADO TO WSL-DET-RESULTADO-PRO.
           MOVE WSI-RES-BANDA(2) TO WSV-SUB.
           IF WSV-SUB = 0
               MOVE SPACES TO WSL-DET-BANDA-PRO
           ELSE
               MOVE WSC-NOM-BANDA(WSV-SUB) TO WSL-DET-BANDA-PRO
           END-IF.
           MOVE WSI-RES-SUELDO(2) TO WSL-DET-SUELDO-PRO.
           MOVE WSL-SIM-DETALLE TO REG-SIMULACION.
           PERFORM 86-GRABAR-SIMULACION.
       32-INFORMAR-CAMBIO-END.
       EXIT.

       33-DESCRIBIR-RESULTADO.
           EVALUATE WSI-RES-TIPO(WSI-ESC)
           WHEN 'C'
               MOVE 'CONTRATA' TO WSL-SIM-RESULTADO
           WHEN 'E'
               MOVE 'ESPERA'   TO WSL-SIM-RESULTADO
           WHEN 'R'
               MOVE 'RECHAZO'  TO WSL-SIM-RESULTADO
           WHEN 'P'
               MOVE 'REAPLICA' TO WSL-SIM-RESULTADO
           WHEN 'V'
               MOVE 'REVISION' TO WSL-SIM-RESULTADO
           WHEN OTHER
               MOVE SPACES     TO WSL-SIM-RESULTADO
           END-EVALUATE.
       33-DESCRIBIR-RESULTADO-END.
       EXIT.

       80-RESUMEN.
        DISPLAY '==================  RESUMEN DE CORRIDA  ============'.
        DISPLAY 'TOTAL DE POSTULANTES PROCESADOS: ' WSR-TOT-POSTULANTES.
        DISPLAY 'TOTAL EN LISTA DE ESPERA: ' WSR-TOT-ESPERA.
        DISPLAY 'TOTAL RECHAZADOS: ' WSR-TOT-RECHAZADOS.
        DISPLAY 'TOTAL REAPLICANTES: ' WSR-TOT-REAPLICAS.
        DISPLAY 'TOTAL RETENIDOS PARA REVISION: ' WSR-TOT-REVISION.
        DISPLAY 'TOTAL SUELDOS NEGOCIADOS: ' WSR-TOT-NEGOCIADOS.
        DISPLAY 'EXCEPCIONES SALARIALES RECHAZADAS: '
            WSR-EXC-RECHAZADAS.
        DISPLAY 'SUBIDOS DE BANDA POR EVALUACION TECNICA: '
            WSR-EVA-SUBIDOS.
        DISPLAY 'BAJADOS DE BANDA POR EVALUACION TECNICA: '
            WSR-EVA-BAJADOS.
        DISPLAY 'EVALUACIONES INVALIDAS (REGLA DE EXPERIENCIA): '
            WSR-EVA-INVALIDAS.
        DISPLAY 'TOTAL SUELDOS ASIGNADOS: $' WSR-TOT-SUELDOS ',-'.
        DISPLAY '------------------  POR ROL  -----------------------'.
        MOVE 0 TO WSV-SUB.
                WSQ-COMPROMETIDOS(WSV-SUB) ' COMPROMETIDOS - '
                WSQ-RECHAZADOS(WSV-SUB) ' RECHAZADOS - '
                WSQ-ESPERA(WSV-SUB) ' EN ESPERA - '
                WSQ-REAPLICAS(WSV-SUB) ' REAPLICANTES - '
                WSQ-REVISION(WSV-SUB) ' EN REVISION'
        WHEN WSQ-LOTE-MALO(WSV-SUB)
            DISPLAY 'LOTE ' WSQ-LOTE-ID(WSV-SUB)
                ': RECHAZADO POR CONTROL DE LOTE'
       81-RESUMEN-LOTE-END.
       EXIT.

       82-INFORME-SIMULACION.
        MOVE 0 TO WSI-CANT-ROLES.
        MOVE 0 TO WSI-ESC.
        PERFORM UNTIL WSI-ESC = 2
            ADD 1 TO WSI-ESC
            PERFORM 83-CARGAR-ESCENARIO
        END-PERFORM.
        MOVE SPACES TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE 'COMPARATIVO DE TOTALES' TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE WSL-CMP-COLUMNAS TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            MOVE 'CONTRATADOS BANDA'     TO WSL-CMP-TEXTO
            MOVE WSC-NOM-BANDA(WSV-SUB)  TO WSL-CMP-CLAVE
            MOVE WSI-TOT-BANDA(1 WSV-SUB) TO WSI-VALOR-ACTUAL
            MOVE WSI-TOT-BANDA(2 WSV-SUB) TO WSI-VALOR-PROPUESTO
            PERFORM 85-GRABAR-COMPARATIVO
        END-PERFORM.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = WSI-CANT-ROLES
            ADD 1 TO WSV-SUB
            MOVE 'CONTRATADOS ROL'       TO WSL-CMP-TEXTO
            MOVE WSI-ROL(WSV-SUB)        TO WSL-CMP-CLAVE
            MOVE WSI-ROL-CANT(WSV-SUB 1) TO WSI-VALOR-ACTUAL
            MOVE WSI-ROL-CANT(WSV-SUB 2) TO WSI-VALOR-PROPUESTO
            PERFORM 85-GRABAR-COMPARATIVO
        END-PERFORM.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            MOVE 'EN ESPERA BANDA'       TO WSL-CMP-TEXTO
            MOVE WSC-NOM-BANDA(WSV-SUB)  TO WSL-CMP-CLAVE
            MOVE WSI-ESP-BANDA(1 WSV-SUB) TO WSI-VALOR-ACTUAL
            MOVE WSI-ESP-BANDA(2 WSV-SUB) TO WSI-VALOR-PROPUESTO
            PERFORM 85-GRABAR-COMPARATIVO
        END-PERFORM.
        MOVE 'TOTAL EN ESPERA'  TO WSL-CMP-TEXTO.
        MOVE SPACES             TO WSL-CMP-CLAVE.
        MOVE WSI-TOT-ESPERA(1)  TO WSI-VALOR-ACTUAL.
        MOVE WSI-TOT-ESPERA(2)  TO WSI-VALOR-PROPUESTO.
        PERFORM 85-GRABAR-COMPARATIVO.
        MOVE 'TOTAL RECHAZADOS' TO WSL-CMP-TEXTO.
        MOVE SPACES             TO WSL-CMP-CLAVE.
        MOVE WSI-TOT-RECHAZADOS(1) TO WSI-VALOR-ACTUAL.
        MOVE WSI-TOT-RECHAZADOS(2) TO WSI-VALOR-PROPUESTO.
        PERFORM 85-GRABAR-COMPARATIVO.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = WSI-CANT-ROLES
            ADD 1 TO WSV-SUB
            MOVE 'NOMINA ROL'            TO WSL-CMP-TEXTO
            MOVE WSI-ROL(WSV-SUB)        TO WSL-CMP-CLAVE
            MOVE WSI-ROL-SUELDOS(WSV-SUB 1) TO WSI-VALOR-ACTUAL
            MOVE WSI-ROL-SUELDOS(WSV-SUB 2) TO WSI-VALOR-PROPUESTO
            PERFORM 85-GRABAR-COMPARATIVO
        END-PERFORM.
        MOVE 'NOMINA TOTAL'     TO WSL-CMP-TEXTO.
        MOVE SPACES             TO WSL-CMP-CLAVE.
        MOVE WSI-TOT-SUELDOS(1) TO WSI-VALOR-ACTUAL.
        MOVE WSI-TOT-SUELDOS(2) TO WSI-VALOR-PROPUESTO.
        PERFORM 85-GRABAR-COMPARATIVO.
        MOVE SPACES TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        MOVE WSI-TOT-CAMBIOS TO WSL-TOT-CAMBIOS.
        MOVE WSL-SIM-CAMBIOS TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
        DISPLAY 'SIMULACION TERMINADA - POSTULANTES CON RESULTADO '
            'DISTINTO: ' WSI-TOT-CAMBIOS.
       82-INFORME-SIMULACION-END.
       EXIT.

       83-CARGAR-ESCENARIO.
        MOVE WSI-PARAMETROS(WSI-ESC) TO WSC-PARAMETROS.
        MOVE WSI-RESUMEN(WSI-ESC)    TO WSC-RESUMEN.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            MOVE WSR-TOT-BANDA(WSV-SUB)
                TO WSI-TOT-BANDA(WSI-ESC WSV-SUB)
            MOVE WSR-ESP-BANDA(WSV-SUB)
                TO WSI-ESP-BANDA(WSI-ESC WSV-SUB)
        END-PERFORM.
        MOVE WSR-TOT-ESPERA     TO WSI-TOT-ESPERA(WSI-ESC).
        MOVE WSR-TOT-RECHAZADOS TO WSI-TOT-RECHAZADOS(WSI-ESC).
        MOVE WSR-TOT-SUELDOS    TO WSI-TOT-SUELDOS(WSI-ESC).
        MOVE 0 TO WSV-ROL-IDX.
        PERFORM UNTIL WSV-ROL-IDX = WSP-CANT-ROLES
            ADD 1 TO WSV-ROL-IDX
            PERFORM 84-ACUMULAR-ROL
        END-PERFORM.
       83-CARGAR-ESCENARIO-END.
       EXIT.

       84-ACUMULAR-ROL.
        MOVE 0 TO WSI-ROL-IDX.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = WSI-CANT-ROLES
            ADD 1 TO WSV-SUB
            IF WSI-ROL(WSV-SUB) = WSP-ROL(WSV-ROL-IDX)
                MOVE WSV-SUB TO WSI-ROL-IDX
                MOVE WSI-CANT-ROLES TO WSV-SUB
            END-IF
        END-PERFORM.
        IF WSI-ROL-IDX = 0
            ADD 1 TO WSI-CANT-ROLES
            MOVE WSI-CANT-ROLES TO WSI-ROL-IDX
            MOVE WSP-ROL(WSV-ROL-IDX) TO WSI-ROL(WSI-ROL-IDX)
            MOVE 0 TO WSI-ROL-CANT(WSI-ROL-IDX 1)
            MOVE 0 TO WSI-ROL-CANT(WSI-ROL-IDX 2)
            MOVE 0 TO WSI-ROL-SUELDOS(WSI-ROL-IDX 1)
            MOVE 0 TO WSI-ROL-SUELDOS(WSI-ROL-IDX 2)
        END-IF.
        MOVE WSR-ROL-CANT(WSV-ROL-IDX)
            TO WSI-ROL-CANT(WSI-ROL-IDX WSI-ESC).
        MOVE WSR-ROL-SUELDOS(WSV-ROL-IDX)
            TO WSI-ROL-SUELDOS(WSI-ROL-IDX WSI-ESC).
       84-ACUMULAR-ROL-END.
       EXIT.

       85-GRABAR-COMPARATIVO.
        MOVE WSI-VALOR-ACTUAL    TO WSL-CMP-ACTUAL.
        MOVE WSI-VALOR-PROPUESTO TO WSL-CMP-PROPUESTO.
        COMPUTE WSL-CMP-DIFERENCIA =
            WSI-VALOR-PROPUESTO - WSI-VALOR-ACTUAL.
        MOVE WSL-CMP-LINEA TO REG-SIMULACION.
        PERFORM 86-GRABAR-SIMULACION.
       85-GRABAR-COMPARATIVO-END.
       EXIT.

       86-GRABAR-SIMULACION.
        WRITE REG-SIMULACION.
        IF WSV-FS-SIMFILE NOT = '00'
            MOVE 'SIMFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-SIMFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
       86-GRABAR-SIMULACION-END.
       EXIT.

       90-FINAL.
        IF WSS-LOTE-OK AND WSK-REG-LEIDOS > WSK-SKIP
            PERFORM 29-ARMAR-CHECKPOINT
        END-IF.
        IF WSS-LOTE-OK
            PERFORM 93-EXCEPCIONES-SIN-USO
            PERFORM 93-EVALUACIONES-SIN-USO
        END-IF.
        CLOSE ARCH-RECHAZOS.
        IF WSV-FS-REJFILE NOT = '00'
            MOVE WSV-FS-OFRFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-REVISION.
        IF WSV-FS-REVFILE NOT = '00'
            MOVE 'REVFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-REVFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        IF WSS-LOTE-OK
            EVALUATE TRUE
            WHEN WSL-CANT-LEIDA = 0
                DISPLAY 'LOTE SIN POSTULANTES - NADA PARA PROCESAR'
                MOVE 8 TO RETURN-CODE
            WHEN WSR-TOT-RECHAZADOS > 0 OR WSQ-LOTES-MALOS > 0
                OR WSR-EXC-RECHAZADAS > 0 OR WSR-TOT-REVISION > 0
                OR WSR-EVA-RECHAZADAS > 0
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
       90-FINAL-END.
       EXIT.

       92-FINAL-SIMULACION.
        CLOSE ARCH-POSTULANTES.
        IF WSV-FS-INFILE NOT = '00'
            MOVE 'INFILE'        TO WSV-ES-ARCHIVO
            MOVE WSV-FS-INFILE   TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-SIMULACION.
        IF WSV-FS-SIMFILE NOT = '00'
            MOVE 'SIMFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-SIMFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        IF WSS-LOTE-OK
            IF WSL-CANT-LEIDA = 0
                DISPLAY 'LOTE SIN POSTULANTES - NADA PARA SIMULAR'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF.
       92-FINAL-SIMULACION-END.
       EXIT.

       91-GRABAR-REGISTRO.
        OPEN EXTEND ARCH-REGISTRO.
        IF WSV-FS-REGFILE NOT = '00'
                MOVE 0                   TO REC-EXPERIENCIA
                MOVE 'EXCEPCION SIN POSTULANTE'
                    TO REC-MOTIVO
                MOVE WSA-FECHA-CORRIDA   TO REC-FECHA
                WRITE REG-RECHAZO
                IF WSV-FS-REJFILE NOT = '00'
                    MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
       93-EXCEPCIONES-SIN-USO-END.
       EXIT.

       93-EVALUACIONES-SIN-USO.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = WSN-CANT
            ADD 1 TO WSV-SUB
            IF NOT WSN-EVA-USADA(WSV-SUB)
                DISPLAY 'EVALUACION TECNICA SIN POSTULANTE EN LA '
                    'CORRIDA: ID ' WSN-ID(WSV-SUB)
                MOVE SPACES              TO REC-NOMBRE
                MOVE WSN-ID(WSV-SUB)     TO REC-ID
                MOVE 0                   TO REC-EXPERIENCIA
                MOVE 'EVALUACION SIN POSTULANTE'
                    TO REC-MOTIVO
                MOVE WSA-FECHA-CORRIDA   TO REC-FECHA
                WRITE REG-RECHAZO
                IF WSV-FS-REJFILE NOT = '00'
                    MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
                    MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
                    PERFORM 99-ERROR-ARCHIVO
                END-IF
                ADD 1 TO WSR-EVA-RECHAZADAS
            END-IF
        END-PERFORM.
       93-EVALUACIONES-SIN-USO-END.
       EXIT.

       99-ERROR-ARCHIVO.
           DISPLAY 'ERROR DE E/S EN ' WSV-ES-ARCHIVO
               ' - FILE STATUS ' WSV-ES-STATUS.
