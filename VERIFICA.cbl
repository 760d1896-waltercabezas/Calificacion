       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MAESTRO ASSIGN TO 'MSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               FILE STATUS IS WSV-FS-MSTFILE.

           SELECT ARCH-AUDITORIA ASSIGN TO 'AUDORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDORD.

           SELECT ARCH-ESPERA ASSIGN TO 'WAITFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-WAITFILE.

           SELECT ARCH-SUSPENSO ASSIGN TO 'SUSFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-SUSFILE.

           SELECT ARCH-DISCREPANCIAS ASSIGN TO 'DISFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DISFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-MAESTRO.
       01  REG-MAESTRO.
           05  MST-NOMBRE            PIC X(05).
           05  MST-ID                PIC X(06).
           05  MST-FECHA             PIC X(08).
           05  MST-ROL               PIC X(03).
           05  MST-SENIORITY         PIC X(09).
           05  MST-SUELDO            PIC 9(07).
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

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA.
           05  AUD-FECHA             PIC X(08).
           05  AUD-NOMBRE            PIC X(05).
           05  AUD-ID                PIC X(06).
           05  AUD-ROL               PIC X(03).
           05  AUD-SENIORITY         PIC X(09).
           05  AUD-SUELDO            PIC 9(07).
           05  AUD-MOVIMIENTO        PIC X(01).
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

       FD  ARCH-ESPERA.
       01  REG-ESPERA.
           05  ESP-NOMBRE            PIC X(05).
           05  ESP-ID                PIC X(06).
           05  ESP-EXPERIENCIA       PIC 9(02).
           05  ESP-ROL               PIC X(03).
           05  ESP-SENIORITY         PIC X(09).
           05  ESP-SUELDO            PIC 9(07).
           05  ESP-NEGOCIADO         PIC X(01).
               88  ESP-ES-NEGOCIADO    VALUE 'S'.
           05  ESP-APROBADOR         PIC X(08).
           05  ESP-FECHA             PIC X(08).

       FD  ARCH-SUSPENSO.
       01  REG-SUSPENSO.
           05  SUS-NOMBRE            PIC X(05).
           05  SUS-ID                PIC X(06).
           05  SUS-TIPO              PIC X(01).
               88  SUS-NO-CONFIRMADO   VALUE 'N'.
               88  SUS-NO-ENVIADO      VALUE 'E'.
               88  SUS-IMPORTE-DIST    VALUE 'I'.
           05  SUS-SUELDO-ENV        PIC 9(07).
           05  SUS-SUELDO-CON        PIC 9(07).
           05  SUS-FECHA-ALTA        PIC X(08).

       FD  ARCH-DISCREPANCIAS.
       01  REG-DISCREPANCIA          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSC-VARIABLES.
            05 WSV-FS-MSTFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-MSTFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-MSTFILE          VALUE 'Y'.
            05 WSV-FS-AUDORD              PIC X(02) VALUE '00'.
            05 WSV-EOF-AUDORD             PIC X(01) VALUE 'N'.
                88 WSS-EOF-AUDORD           VALUE 'Y'.
            05 WSV-FS-WAITFILE            PIC X(02) VALUE '00'.
            05 WSV-EOF-WAITFILE           PIC X(01) VALUE 'N'.
                88 WSS-EOF-WAITFILE         VALUE 'Y'.
            05 WSV-FS-SUSFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-SUSFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-SUSFILE          VALUE 'Y'.
            05 WSV-FS-DISFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(04) VALUE 0.
            05 WSV-CLAVE-MST              PIC X(06) VALUE SPACES.
            05 WSV-CLAVE-AUD              PIC X(06) VALUE SPACES.
            05 WSV-HALLADO                PIC X(01) VALUE 'N'.
                88 WSS-HALLADO              VALUE 'S'.
            05 WSV-LEIDO-VALIDO           PIC X(01) VALUE 'N'.
                88 WSS-LEIDO-VALIDO         VALUE 'S'.

       01 WSC-GRUPO.
            05 WSG-ID                     PIC X(06) VALUE SPACES.
            05 WSG-NOMBRE                 PIC X(05) VALUE SPACES.
            05 WSG-CON-ALTA               PIC X(01) VALUE 'N'.
                88 WSS-GRUPO-CON-ALTA       VALUE 'S'.
            05 WSG-ESTADO                 PIC X(01) VALUE SPACE.
                88 WSS-GRUPO-ACTIVO         VALUE 'A'.
                88 WSS-GRUPO-INACTIVO       VALUE 'B'.
            05 WSG-SUELDO-ULTIMO          PIC 9(07) VALUE 0.
            05 WSG-MOVIMIENTOS            PIC 9(05) VALUE 0.

       01 WSC-HUERFANOS.
            05 WSH-MAX                    PIC 9(04) VALUE 2000.
            05 WSH-CANT                   PIC 9(04) VALUE 0.
            05 WSH-DESBORDE               PIC X(01) VALUE 'N'.
                88 WSS-HUERFANOS-DESBORDE   VALUE 'S'.
            05 WSH-ID                     PIC X(06) OCCURS 2000.

       01 WSC-ERRORES.
            05 WSV-ES-ARCHIVO             PIC X(08) VALUE SPACES.
            05 WSV-ES-STATUS              PIC X(02) VALUE '00'.

       01 WSC-LINEAS.
            05 WSL-LINEA-DISCREPANCIA.
                10 WSL-DIS-ARCHIVO        PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIS-ID             PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIS-NOMBRE         PIC X(05).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIS-MOTIVO         PIC X(32).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIS-DETALLE        PIC X(24).
            05 WSL-DETALLE-SUELDO.
                10 FILLER                 PIC X(04) VALUE 'MST '.
                10 WSL-DET-SUELDO-MST     PIC Z(06)9.
                10 FILLER                 PIC X(05) VALUE ' AUD '.
                10 WSL-DET-SUELDO-AUD     PIC Z(06)9.
            05 WSL-DETALLE-ESTADO.
                10 FILLER                 PIC X(11) VALUE
                   'MST ESTADO '.
                10 WSL-DET-ESTADO         PIC X(01).
            05 WSL-LINEA-TOTAL.
                10 WSL-TOT-TEXTO          PIC X(40).
                10 WSL-TOT-CANT           PIC Z(06)9.

       01 WSC-RESUMEN.
            05 WSR-TOT-MAESTRO            PIC 9(07) VALUE 0.
            05 WSR-TOT-GRUPOS             PIC 9(07) VALUE 0.
            05 WSR-TOT-AUDITORIA          PIC 9(07) VALUE 0.
            05 WSR-TOT-SALDOS             PIC 9(07) VALUE 0.
            05 WSR-TOT-ESPERA             PIC 9(07) VALUE 0.
            05 WSR-TOT-SUSPENSO           PIC 9(07) VALUE 0.
            05 WSR-SIN-ALTA               PIC 9(07) VALUE 0.
            05 WSR-ALTA-SIN-MAESTRO       PIC 9(07) VALUE 0.
            05 WSR-SUELDO-DISTINTO        PIC 9(07) VALUE 0.
            05 WSR-ESTADO-DISTINTO        PIC 9(07) VALUE 0.
            05 WSR-ESPERA-EN-MAESTRO      PIC 9(07) VALUE 0.
            05 WSR-SUSPENSO-HUERFANO      PIC 9(07) VALUE 0.
            05 WSR-TOT-DISCREPANCIAS      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       00-CONTROL.
       PERFORM 10-INICIO.
       PERFORM 20-CRUZAR-AUDITORIA.
       PERFORM 40-VERIFICAR-ESPERA.
       PERFORM 50-VERIFICAR-SUSPENSO.
       PERFORM 80-RESUMEN.
       PERFORM 90-FINAL.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       10-INICIO.
        DISPLAY 'VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS'.
        INITIALIZE WSC-RESUMEN.
        OPEN INPUT ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN INPUT ARCH-AUDITORIA.
        IF WSV-FS-AUDORD NOT = '00'
            MOVE 'AUDORD'        TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AUDORD   TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN OUTPUT ARCH-DISCREPANCIAS.
        IF WSV-FS-DISFILE NOT = '00'
            MOVE 'DISFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DISFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 'DISCREPANCIAS ENTRE ARCHIVOS DEL CICLO'
            TO REG-DISCREPANCIA.
        WRITE REG-DISCREPANCIA.
        MOVE '----------------------------------------'
            TO REG-DISCREPANCIA.
        WRITE REG-DISCREPANCIA.
        IF WSV-FS-DISFILE NOT = '00'
            MOVE 'DISFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DISFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
       10-INICIO-END.
       EXIT.

       20-CRUZAR-AUDITORIA.
           MOVE LOW-VALUES TO MST-ID.
           START ARCH-MAESTRO KEY NOT < MST-ID
               INVALID KEY
                   SET WSS-EOF-MSTFILE TO TRUE
           END-START.
           PERFORM 21-LEER-MAESTRO.
           PERFORM 22-LEER-AUDITORIA.
           PERFORM UNTIL WSS-EOF-MSTFILE AND WSS-EOF-AUDORD
               EVALUATE TRUE
               WHEN WSV-CLAVE-MST < WSV-CLAVE-AUD
                   MOVE MST-ID     TO WSG-ID
                   MOVE MST-NOMBRE TO WSG-NOMBRE
                   PERFORM 26-MAESTRO-SIN-ALTA
                   PERFORM 21-LEER-MAESTRO
               WHEN WSV-CLAVE-AUD < WSV-CLAVE-MST
                   PERFORM 23-ACUMULAR-GRUPO
                   PERFORM 25-AUDITORIA-SIN-MAESTRO
               WHEN OTHER
                   PERFORM 23-ACUMULAR-GRUPO
                   PERFORM 24-COMPARAR-MAESTRO
                   PERFORM 21-LEER-MAESTRO
               END-EVALUATE
           END-PERFORM.
           CLOSE ARCH-AUDITORIA.
           IF WSV-FS-AUDORD NOT = '00'
               MOVE 'AUDORD'        TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDORD   TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       20-CRUZAR-AUDITORIA-END.
       EXIT.

       21-LEER-MAESTRO.
           IF NOT WSS-EOF-MSTFILE
               READ ARCH-MAESTRO NEXT
                   AT END
                       SET WSS-EOF-MSTFILE TO TRUE
                   NOT AT END
                       ADD 1 TO WSR-TOT-MAESTRO
               END-READ
               IF WSV-FS-MSTFILE NOT = '00' AND NOT = '10'
                   MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
           IF WSS-EOF-MSTFILE
               MOVE HIGH-VALUES TO WSV-CLAVE-MST
           ELSE
               MOVE MST-ID TO WSV-CLAVE-MST
           END-IF.
       21-LEER-MAESTRO-END.
       EXIT.

       22-LEER-AUDITORIA.
           MOVE 'N' TO WSV-LEIDO-VALIDO.
           PERFORM UNTIL WSS-EOF-AUDORD OR WSS-LEIDO-VALIDO
               READ ARCH-AUDITORIA
                   AT END
                       SET WSS-EOF-AUDORD TO TRUE
                   NOT AT END
                       IF AUD-ES-SALDO
                           ADD 1 TO WSR-TOT-SALDOS
                       ELSE
                           ADD 1 TO WSR-TOT-AUDITORIA
                           SET WSS-LEIDO-VALIDO TO TRUE
                       END-IF
               END-READ
               IF WSV-FS-AUDORD NOT = '00' AND NOT = '10'
                   MOVE 'AUDORD'        TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-AUDORD   TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           IF WSS-EOF-AUDORD
               MOVE HIGH-VALUES TO WSV-CLAVE-AUD
           ELSE
               MOVE AUD-ID TO WSV-CLAVE-AUD
           END-IF.
       22-LEER-AUDITORIA-END.
       EXIT.

       23-ACUMULAR-GRUPO.
           ADD 1 TO WSR-TOT-GRUPOS.
           MOVE AUD-ID     TO WSG-ID.
           MOVE AUD-NOMBRE TO WSG-NOMBRE.
           MOVE 'N'        TO WSG-CON-ALTA.
           MOVE SPACE      TO WSG-ESTADO.
           MOVE 0          TO WSG-SUELDO-ULTIMO.
           MOVE 0          TO WSG-MOVIMIENTOS.
           PERFORM UNTIL WSV-CLAVE-AUD NOT = WSG-ID
               EVALUATE TRUE
               WHEN AUD-ES-ALTA
                   SET WSS-GRUPO-CON-ALTA TO TRUE
                   SET WSS-GRUPO-ACTIVO   TO TRUE
                   MOVE AUD-SUELDO TO WSG-SUELDO-ULTIMO
               WHEN AUD-ES-BAJA
                   SET WSS-GRUPO-INACTIVO TO TRUE
                   MOVE AUD-SUELDO TO WSG-SUELDO-ULTIMO
               WHEN AUD-ES-IMAGEN-POSTERIOR
                   MOVE AUD-SUELDO TO WSG-SUELDO-ULTIMO
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               MOVE AUD-NOMBRE TO WSG-NOMBRE
               ADD 1 TO WSG-MOVIMIENTOS
               PERFORM 22-LEER-AUDITORIA
           END-PERFORM.
       23-ACUMULAR-GRUPO-END.
       EXIT.

       24-COMPARAR-MAESTRO.
           IF NOT WSS-GRUPO-CON-ALTA
               PERFORM 26-MAESTRO-SIN-ALTA
           END-IF.
           IF MST-SUELDO NOT = WSG-SUELDO-ULTIMO
               MOVE MST-SUELDO        TO WSL-DET-SUELDO-MST
               MOVE WSG-SUELDO-ULTIMO TO WSL-DET-SUELDO-AUD
               MOVE 'MSTFILE'         TO WSL-DIS-ARCHIVO
               MOVE 'SUELDO DISTINTO AL ULTIMO MOVIM.'
                   TO WSL-DIS-MOTIVO
               MOVE WSL-DETALLE-SUELDO TO WSL-DIS-DETALLE
               PERFORM 29-GRABAR-DISCREPANCIA
               ADD 1 TO WSR-SUELDO-DISTINTO
           END-IF.
           IF (MST-INACTIVO AND WSS-GRUPO-ACTIVO)
               OR (NOT MST-INACTIVO AND WSS-GRUPO-INACTIVO)
               MOVE MST-ESTADO        TO WSL-DET-ESTADO
               MOVE 'MSTFILE'         TO WSL-DIS-ARCHIVO
               MOVE 'ESTADO DISTINTO A LA AUDITORIA'
                   TO WSL-DIS-MOTIVO
               MOVE WSL-DETALLE-ESTADO TO WSL-DIS-DETALLE
               PERFORM 29-GRABAR-DISCREPANCIA
               ADD 1 TO WSR-ESTADO-DISTINTO
           END-IF.
       24-COMPARAR-MAESTRO-END.
       EXIT.

       25-AUDITORIA-SIN-MAESTRO.
           IF WSH-CANT < WSH-MAX
               ADD 1 TO WSH-CANT
               MOVE WSG-ID TO WSH-ID(WSH-CANT)
           ELSE
               SET WSS-HUERFANOS-DESBORDE TO TRUE
           END-IF.
           IF WSS-GRUPO-ACTIVO
               MOVE 'AUDFILE'         TO WSL-DIS-ARCHIVO
               MOVE 'ALTA SIN MAESTRO NI BAJA'
                   TO WSL-DIS-MOTIVO
               MOVE SPACES            TO WSL-DIS-DETALLE
               PERFORM 29-GRABAR-DISCREPANCIA
               ADD 1 TO WSR-ALTA-SIN-MAESTRO
           END-IF.
       25-AUDITORIA-SIN-MAESTRO-END.
       EXIT.

       26-MAESTRO-SIN-ALTA.
           MOVE 'MSTFILE'         TO WSL-DIS-ARCHIVO.
           MOVE 'MAESTRO SIN ALTA EN AUDITORIA'
               TO WSL-DIS-MOTIVO.
           MOVE SPACES            TO WSL-DIS-DETALLE.
           PERFORM 29-GRABAR-DISCREPANCIA.
           ADD 1 TO WSR-SIN-ALTA.
       26-MAESTRO-SIN-ALTA-END.
       EXIT.

       29-GRABAR-DISCREPANCIA.
           MOVE WSG-ID     TO WSL-DIS-ID.
           MOVE WSG-NOMBRE TO WSL-DIS-NOMBRE.
           DISPLAY WSL-DIS-ID ' ' WSL-DIS-NOMBRE ' ' WSL-DIS-MOTIVO.
           MOVE WSL-LINEA-DISCREPANCIA TO REG-DISCREPANCIA.
           WRITE REG-DISCREPANCIA.
           IF WSV-FS-DISFILE NOT = '00'
               MOVE 'DISFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-DISFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO WSR-TOT-DISCREPANCIAS.
       29-GRABAR-DISCREPANCIA-END.
       EXIT.

       40-VERIFICAR-ESPERA.
           OPEN INPUT ARCH-ESPERA.
           IF WSV-FS-WAITFILE = '00'
               PERFORM UNTIL WSS-EOF-WAITFILE
                   READ ARCH-ESPERA
                       AT END
                           SET WSS-EOF-WAITFILE TO TRUE
                       NOT AT END
                           ADD 1 TO WSR-TOT-ESPERA
                           PERFORM 45-BUSCAR-ESPERA
                   END-READ
                   IF WSV-FS-WAITFILE NOT = '00' AND NOT = '10'
                       MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
                       MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
                       PERFORM 99-ERROR-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE ARCH-ESPERA
               IF WSV-FS-WAITFILE NOT = '00'
                   MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           ELSE
               IF WSV-FS-WAITFILE NOT = '35'
                   MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       40-VERIFICAR-ESPERA-END.
       EXIT.

       45-BUSCAR-ESPERA.
           MOVE ESP-ID TO MST-ID.
           READ ARCH-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT MST-INACTIVO
                       MOVE ESP-ID      TO WSG-ID
                       MOVE ESP-NOMBRE  TO WSG-NOMBRE
                       MOVE MST-ESTADO  TO WSL-DET-ESTADO
                       MOVE 'WAITFILE'  TO WSL-DIS-ARCHIVO
                       MOVE 'EN ESPERA Y YA EN EL MAESTRO'
                           TO WSL-DIS-MOTIVO
                       MOVE WSL-DETALLE-ESTADO TO WSL-DIS-DETALLE
                       PERFORM 29-GRABAR-DISCREPANCIA
                       ADD 1 TO WSR-ESPERA-EN-MAESTRO
                   END-IF
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       45-BUSCAR-ESPERA-END.
       EXIT.

       50-VERIFICAR-SUSPENSO.
           IF WSS-HUERFANOS-DESBORDE
               DISPLAY 'MAS DE ' WSH-MAX ' IDS DE AUDITORIA SIN '
                   'MAESTRO - SUSPENSO VERIFICADO SOLO CONTRA EL '
                   'MAESTRO Y LOS PRIMEROS ' WSH-MAX
           END-IF.
           OPEN INPUT ARCH-SUSPENSO.
           IF WSV-FS-SUSFILE = '00'
               PERFORM UNTIL WSS-EOF-SUSFILE
                   READ ARCH-SUSPENSO
                       AT END
                           SET WSS-EOF-SUSFILE TO TRUE
                       NOT AT END
                           ADD 1 TO WSR-TOT-SUSPENSO
                           PERFORM 55-BUSCAR-SUSPENSO
                   END-READ
                   IF WSV-FS-SUSFILE NOT = '00' AND NOT = '10'
                       MOVE 'SUSFILE'       TO WSV-ES-ARCHIVO
                       MOVE WSV-FS-SUSFILE  TO WSV-ES-STATUS
                       PERFORM 99-ERROR-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE ARCH-SUSPENSO
               IF WSV-FS-SUSFILE NOT = '00'
                   MOVE 'SUSFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-SUSFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           ELSE
               IF WSV-FS-SUSFILE NOT = '35'
                   MOVE 'SUSFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-SUSFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       50-VERIFICAR-SUSPENSO-END.
       EXIT.

       55-BUSCAR-SUSPENSO.
           MOVE 'N' TO WSV-HALLADO.
           MOVE SUS-ID TO MST-ID.
           READ ARCH-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WSS-HALLADO TO TRUE
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           IF NOT WSS-HALLADO
               MOVE 0 TO WSV-SUB
               PERFORM UNTIL WSV-SUB = WSH-CANT OR WSS-HALLADO
                   ADD 1 TO WSV-SUB
                   IF WSH-ID(WSV-SUB) = SUS-ID
                       SET WSS-HALLADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WSS-HALLADO AND NOT WSS-HUERFANOS-DESBORDE
               MOVE SUS-ID      TO WSG-ID
               MOVE SUS-NOMBRE  TO WSG-NOMBRE
               MOVE 'SUSFILE'   TO WSL-DIS-ARCHIVO
               MOVE 'SUSPENSO SIN MAESTRO NI AUDIT.'
                   TO WSL-DIS-MOTIVO
               MOVE SPACES      TO WSL-DIS-DETALLE
               MOVE 'TIPO '     TO WSL-DIS-DETALLE(1:5)
               MOVE SUS-TIPO    TO WSL-DIS-DETALLE(6:1)
               PERFORM 29-GRABAR-DISCREPANCIA
               ADD 1 TO WSR-SUSPENSO-HUERFANO
           END-IF.
       55-BUSCAR-SUSPENSO-END.
       EXIT.

       80-RESUMEN.
        DISPLAY '==========  RESUMEN DE VERIFICACION  =========='.
        DISPLAY 'REGISTROS DEL MAESTRO LEIDOS: ' WSR-TOT-MAESTRO.
        DISPLAY 'MOVIMIENTOS DE AUDITORIA LEIDOS: '
            WSR-TOT-AUDITORIA.
        DISPLAY 'SALDOS DE APERTURA OMITIDOS: ' WSR-TOT-SALDOS.
        DISPLAY 'IDS DISTINTOS EN AUDITORIA: ' WSR-TOT-GRUPOS.
        DISPLAY 'REGISTROS EN ESPERA LEIDOS: ' WSR-TOT-ESPERA.
        DISPLAY 'PARTIDAS EN SUSPENSO LEIDAS: ' WSR-TOT-SUSPENSO.
        DISPLAY 'MAESTRO SIN ALTA EN AUDITORIA: ' WSR-SIN-ALTA.
        DISPLAY 'ALTAS SIN MAESTRO NI BAJA: ' WSR-ALTA-SIN-MAESTRO.
        DISPLAY 'SUELDOS DISTINTOS AL ULTIMO MOVIMIENTO: '
            WSR-SUELDO-DISTINTO.
        DISPLAY 'ESTADOS DISTINTOS A LA AUDITORIA: '
            WSR-ESTADO-DISTINTO.
        DISPLAY 'EN ESPERA Y YA EN EL MAESTRO: '
            WSR-ESPERA-EN-MAESTRO.
        DISPLAY 'SUSPENSO SIN MAESTRO NI AUDITORIA: '
            WSR-SUSPENSO-HUERFANO.
        DISPLAY 'TOTAL DE DISCREPANCIAS: ' WSR-TOT-DISCREPANCIAS.
       80-RESUMEN-END.
       EXIT.

       90-FINAL.
        MOVE 'TOTAL DE DISCREPANCIAS: ' TO WSL-TOT-TEXTO.
        MOVE WSR-TOT-DISCREPANCIAS      TO WSL-TOT-CANT.
        MOVE WSL-LINEA-TOTAL            TO REG-DISCREPANCIA.
        WRITE REG-DISCREPANCIA.
        IF WSV-FS-DISFILE NOT = '00'
            MOVE 'DISFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DISFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-DISCREPANCIAS.
        IF WSV-FS-DISFILE NOT = '00'
            MOVE 'DISFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DISFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        IF WSR-TOT-DISCREPANCIAS > 0
            DISPLAY 'ARCHIVOS INCONSISTENTES - NO LIBERAR EL CICLO'
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF.
       90-FINAL-END.
       EXIT.

       99-ERROR-ARCHIVO.
           DISPLAY 'ERROR DE E/S EN ' WSV-ES-ARCHIVO
               ' - FILE STATUS ' WSV-ES-STATUS.
           DISPLAY 'PROCESO ABORTADO'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       99-ERROR-ARCHIVO-END.
       EXIT.
