       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CIERRE ASSIGN TO 'CIEFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CIEFILE.

           SELECT ARCH-AUDITORIA ASSIGN TO 'AUDFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDFILE.

           SELECT ARCH-HISTORIA ASSIGN TO 'AUDORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDORD.

           SELECT ARCH-MAESTRO ASSIGN TO 'MSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               FILE STATUS IS WSV-FS-MSTFILE.

           SELECT ARCH-ARCHIVO ASSIGN TO 'ARCFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ARCFILE.

           SELECT ARCH-AUDNUEVA ASSIGN TO 'AUDNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDNFILE.

           SELECT ARCH-INFORME ASSIGN TO 'REPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CIERRE.
       01  REG-CIERRE.
           05  CIE-FECHA             PIC X(08).

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
       01  REG-SALDO.
           05  SAL-FECHA             PIC X(08).
           05  SAL-SUELDOS           PIC 9(11).
           05  SAL-ROL               PIC X(03).
           05  SAL-SENIORITY         PIC X(09).
           05  FILLER                PIC X(07).
           05  SAL-MOVIMIENTO        PIC X(01).
           05  SAL-CANT              PIC 9(08).

       FD  ARCH-HISTORIA.
       01  REG-HISTORIA.
           05  ORD-FECHA             PIC X(08).
           05  ORD-NOMBRE            PIC X(05).
           05  ORD-ID                PIC X(06).
           05  ORD-ROL               PIC X(03).
           05  ORD-SENIORITY         PIC X(09).
           05  ORD-SUELDO            PIC 9(07).
           05  ORD-MOVIMIENTO        PIC X(01).
               88  ORD-ES-ALTA         VALUE 'A' 'N' SPACE.
               88  ORD-ES-BAJA         VALUE 'B'.
               88  ORD-ES-POSTERIOR    VALUE 'M'.
               88  ORD-ES-SALDO        VALUE 'S'.
           05  ORD-APROBADOR         PIC X(08).

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

       FD  ARCH-ARCHIVO.
       01  REG-ARCHIVO               PIC X(47).

       FD  ARCH-AUDNUEVA.
       01  REG-AUDNUEVA              PIC X(47).

       FD  ARCH-INFORME.
       01  REG-INFORME               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSC-CONSTANTES.
           05 WSC-SENIORITY.
                10 FILLER           PIC X(09) VALUE 'JUNIOR'.
                10 FILLER           PIC X(09) VALUE 'SEMISR'.
                10 FILLER           PIC X(09) VALUE 'SENIOR'.
                10 FILLER           PIC X(09) VALUE 'PRINCIPAL'.
           05 WSC-TAB-SENIORITY REDEFINES WSC-SENIORITY.
                10 WSC-NOM-BANDA    PIC X(09) OCCURS 4.
           05 WSC-MAX-ROLES        PIC 9(02) VALUE 20.

       01 WSC-VARIABLES.
            05 WSV-FS-CIEFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-AUDFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-AUDFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-AUDFILE          VALUE 'Y'.
            05 WSV-FS-AUDORD              PIC X(02) VALUE '00'.
            05 WSV-EOF-AUDORD             PIC X(01) VALUE 'N'.
                88 WSS-EOF-AUDORD           VALUE 'Y'.
            05 WSV-FS-MSTFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-MSTFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-MSTFILE          VALUE 'Y'.
            05 WSV-FS-ARCFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-AUDNFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-REPFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(02) VALUE 0.
            05 WSV-ROL-IDX                PIC 9(02) VALUE 0.
            05 WSV-BANDA-IDX              PIC 9(01) VALUE 0.
            05 WSV-CLAVE-ROL              PIC X(03) VALUE SPACES.
            05 WSV-CLAVE-BANDA            PIC X(09) VALUE SPACES.
            05 WSV-LEIDO-VALIDO           PIC X(01) VALUE 'N'.
                88 WSS-LEIDO-VALIDO         VALUE 'S'.
            05 WSV-MOTIVO                 PIC X(50) VALUE SPACES.

       01 WSC-ERRORES.
            05 WSV-ES-ARCHIVO             PIC X(08) VALUE SPACES.
            05 WSV-ES-STATUS              PIC X(02) VALUE '00'.

       01 WSC-FECHAS.
            05 WSA-FECHA-CORRIDA          PIC X(08).
            05 WSA-FECHA-CIERRE           PIC X(08) VALUE SPACES.
            05 WSA-FECHA-ANTERIOR         PIC X(08) VALUE SPACES.

       01 WSC-GRUPO.
            05 WSG-ID                     PIC X(06) VALUE SPACES.
            05 WSG-CIE-ESTADO             PIC X(01) VALUE SPACE.
                88 WSS-CIE-ACTIVO           VALUE 'A'.
                88 WSS-CIE-INACTIVO         VALUE 'B'.
            05 WSG-CIE-ROL                PIC X(03) VALUE SPACES.
            05 WSG-CIE-BANDA              PIC X(09) VALUE SPACES.
            05 WSG-CIE-SUELDO             PIC 9(07) VALUE 0.
            05 WSG-FIN-ESTADO             PIC X(01) VALUE SPACE.
                88 WSS-FIN-ACTIVO           VALUE 'A'.
                88 WSS-FIN-INACTIVO         VALUE 'B'.
            05 WSG-FIN-ROL                PIC X(03) VALUE SPACES.
            05 WSG-FIN-BANDA              PIC X(09) VALUE SPACES.
            05 WSG-FIN-SUELDO             PIC 9(07) VALUE 0.

       01 WSC-ROLES.
            05 WSO-CANT-ROLES             PIC 9(02) VALUE 0.
            05 WSO-TABLA-ROLES.
                10 WSO-ENTRADA-ROL OCCURS 20.
                    15 WSO-ROL            PIC X(03).
                    15 WSO-BANDA OCCURS 4.
                        20 WSO-CIE-CANT       PIC 9(07).
                        20 WSO-CIE-SUELDOS    PIC 9(11).
                        20 WSO-FIN-CANT       PIC 9(07).
                        20 WSO-FIN-SUELDOS    PIC 9(11).
                        20 WSO-MST-CANT       PIC 9(07).
                        20 WSO-MST-SUELDOS    PIC 9(11).

       01 WSC-SALDO.
            05 WSY-FECHA                  PIC X(08).
            05 WSY-SUELDOS                PIC 9(11).
            05 WSY-ROL                    PIC X(03).
            05 WSY-SENIORITY              PIC X(09).
            05 FILLER                     PIC 9(07) VALUE 0.
            05 WSY-MOVIMIENTO             PIC X(01) VALUE 'S'.
            05 WSY-CANT                   PIC 9(08).

       01 WSC-LINEAS.
            05 WSL-FECHAS.
                10 FILLER                 PIC X(18) VALUE
                   'FECHA DE CIERRE:  '.
                10 WSL-FEC-CIERRE         PIC X(08).
                10 FILLER                 PIC X(20) VALUE
                   '   CIERRE ANTERIOR: '.
                10 WSL-FEC-ANTERIOR       PIC X(08).
            05 WSL-SALDO.
                10 FILLER                 PIC X(10) VALUE 'SALDO ROL '.
                10 WSL-SAL-ROL            PIC X(03).
                10 FILLER                 PIC X(07) VALUE ' BANDA '.
                10 WSL-SAL-BANDA          PIC X(09).
                10 FILLER                 PIC X(10) VALUE
                   ' VIGENTES '.
                10 WSL-SAL-CANT           PIC ZZZ,ZZ9.
                10 FILLER                 PIC X(10) VALUE
                   ' SUELDOS $'.
                10 WSL-SAL-SUELDOS        PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 WSL-DIFERENCIA.
                10 FILLER                 PIC X(08) VALUE 'DIFIERE '.
                10 WSL-DIF-ROL            PIC X(03).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIF-BANDA          PIC X(09).
                10 FILLER                 PIC X(05) VALUE ' AUD '.
                10 WSL-DIF-CANT-AUD       PIC ZZZZ9.
                10 FILLER                 PIC X(02) VALUE ' $'.
                10 WSL-DIF-SUELDOS-AUD    PIC Z(10)9.
                10 FILLER                 PIC X(05) VALUE ' MST '.
                10 WSL-DIF-CANT-MST       PIC ZZZZ9.
                10 FILLER                 PIC X(02) VALUE ' $'.
                10 WSL-DIF-SUELDOS-MST    PIC Z(10)9.
            05 WSL-TOTAL.
                10 WSL-TOT-TEXTO          PIC X(40).
                10 WSL-TOT-CANT           PIC ZZ,ZZZ,ZZZ,ZZ9.

       01 WSC-RESUMEN.
            05 WSR-TOT-VIGENTE            PIC 9(07) VALUE 0.
            05 WSR-SALDOS-ANTERIORES      PIC 9(05) VALUE 0.
            05 WSR-A-ARCHIVAR             PIC 9(07) VALUE 0.
            05 WSR-A-CONSERVAR            PIC 9(07) VALUE 0.
            05 WSR-TOT-HISTORIA           PIC 9(09) VALUE 0.
            05 WSR-TOT-PERSONAS           PIC 9(07) VALUE 0.
            05 WSR-TOT-MAESTRO            PIC 9(07) VALUE 0.
            05 WSR-SIN-UBICAR             PIC 9(07) VALUE 0.
            05 WSR-DIFERENCIAS            PIC 9(05) VALUE 0.
            05 WSR-ARCHIVADOS             PIC 9(07) VALUE 0.
            05 WSR-CONSERVADOS            PIC 9(07) VALUE 0.
            05 WSR-SALDOS-NUEVOS          PIC 9(05) VALUE 0.
            05 WSR-CIE-CANT               PIC 9(07) VALUE 0.
            05 WSR-CIE-SUELDOS            PIC 9(13) VALUE 0.

       PROCEDURE DIVISION.

       00-CONTROL.
       PERFORM 10-INICIO.
       PERFORM 20-EXAMINAR-VIGENTE.
       PERFORM 30-RECONSTRUIR-SALDOS.
       PERFORM 40-ACUMULAR-MAESTRO.
       PERFORM 50-COMPARAR-MAESTRO.
       PERFORM 70-GRABAR-CIERRE.
       PERFORM 80-RESUMEN.
       PERFORM 90-FINAL.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       10-INICIO.
        DISPLAY 'CIERRE DE PERIODO DE LA AUDITORIA'.
        INITIALIZE WSC-RESUMEN.
        INITIALIZE WSC-ROLES.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WSA-FECHA-CORRIDA.
        OPEN OUTPUT ARCH-INFORME.
        IF WSV-FS-REPFILE NOT = '00'
            MOVE 'REPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-REPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 'CIERRE DE PERIODO DE LA AUDITORIA' TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE '----------------------------------------'
            TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        PERFORM 12-LEER-CIERRE.
       10-INICIO-END.
       EXIT.

       12-LEER-CIERRE.
        OPEN INPUT ARCH-CIERRE.
        IF WSV-FS-CIEFILE = '00'
            READ ARCH-CIERRE
                AT END
                    CONTINUE
                NOT AT END
                    IF CIE-FECHA NUMERIC
                        MOVE CIE-FECHA TO WSA-FECHA-CIERRE
                    END-IF
            END-READ
            IF WSV-FS-CIEFILE NOT = '00' AND NOT = '10'
                MOVE 'CIEFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-CIEFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
            CLOSE ARCH-CIERRE
            IF WSV-FS-CIEFILE NOT = '00'
                MOVE 'CIEFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-CIEFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-CIEFILE NOT = '35'
                MOVE 'CIEFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-CIEFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        IF WSA-FECHA-CIERRE = SPACES
            MOVE 'CIEFILE AUSENTE, VACIO O CON FECHA NO NUMERICA'
                TO WSV-MOTIVO
            MOVE 12 TO RETURN-CODE
            PERFORM 95-CIERRE-NO-REALIZADO
        END-IF.
        IF WSA-FECHA-CIERRE > WSA-FECHA-CORRIDA
            MOVE 'LA FECHA DE CIERRE ES POSTERIOR A HOY'
                TO WSV-MOTIVO
            MOVE 12 TO RETURN-CODE
            PERFORM 95-CIERRE-NO-REALIZADO
        END-IF.
        DISPLAY 'FECHA DE CIERRE: ' WSA-FECHA-CIERRE.
       12-LEER-CIERRE-END.
       EXIT.

       20-EXAMINAR-VIGENTE.
           OPEN INPUT ARCH-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           PERFORM UNTIL WSS-EOF-AUDFILE
               READ ARCH-AUDITORIA
                   AT END
                       SET WSS-EOF-AUDFILE TO TRUE
                   NOT AT END
                       ADD 1 TO WSR-TOT-VIGENTE
                       PERFORM 22-CLASIFICAR-VIGENTE
               END-READ
               IF WSV-FS-AUDFILE NOT = '00' AND NOT = '10'
                   MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           CLOSE ARCH-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           MOVE WSA-FECHA-CIERRE   TO WSL-FEC-CIERRE.
           IF WSA-FECHA-ANTERIOR = SPACES
               MOVE 'NINGUNO'      TO WSL-FEC-ANTERIOR
           ELSE
               MOVE WSA-FECHA-ANTERIOR TO WSL-FEC-ANTERIOR
           END-IF.
           MOVE WSL-FECHAS TO REG-INFORME.
           PERFORM 60-GRABAR-LINEA.
           IF WSA-FECHA-ANTERIOR NOT = SPACES
               AND WSA-FECHA-CIERRE NOT > WSA-FECHA-ANTERIOR
               MOVE 'LA FECHA DE CIERRE NO SUPERA AL CIERRE ANTERIOR'
                   TO WSV-MOTIVO
               MOVE 12 TO RETURN-CODE
               PERFORM 95-CIERRE-NO-REALIZADO
           END-IF.
           IF WSR-A-ARCHIVAR = 0
               MOVE 'SIN MOVIMIENTOS HASTA LA FECHA DE CIERRE'
                   TO WSV-MOTIVO
               MOVE 8 TO RETURN-CODE
               PERFORM 95-CIERRE-NO-REALIZADO
           END-IF.
       20-EXAMINAR-VIGENTE-END.
       EXIT.

       22-CLASIFICAR-VIGENTE.
           EVALUATE TRUE
           WHEN AUD-ES-SALDO
               ADD 1 TO WSR-SALDOS-ANTERIORES
               IF SAL-FECHA > WSA-FECHA-ANTERIOR
                   OR WSA-FECHA-ANTERIOR = SPACES
                   MOVE SAL-FECHA TO WSA-FECHA-ANTERIOR
               END-IF
           WHEN AUD-FECHA NOT > WSA-FECHA-CIERRE
               ADD 1 TO WSR-A-ARCHIVAR
           WHEN OTHER
               ADD 1 TO WSR-A-CONSERVAR
           END-EVALUATE.
       22-CLASIFICAR-VIGENTE-END.
       EXIT.

       30-RECONSTRUIR-SALDOS.
           OPEN INPUT ARCH-HISTORIA.
           IF WSV-FS-AUDORD NOT = '00'
               MOVE 'AUDORD'        TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDORD   TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           PERFORM 32-LEER-HISTORIA.
           PERFORM UNTIL WSS-EOF-AUDORD
               PERFORM 33-RECONSTRUIR-PERSONA
           END-PERFORM.
           CLOSE ARCH-HISTORIA.
           IF WSV-FS-AUDORD NOT = '00'
               MOVE 'AUDORD'        TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDORD   TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       30-RECONSTRUIR-SALDOS-END.
       EXIT.

       32-LEER-HISTORIA.
           MOVE 'N' TO WSV-LEIDO-VALIDO.
           PERFORM UNTIL WSS-EOF-AUDORD OR WSS-LEIDO-VALIDO
               READ ARCH-HISTORIA
                   AT END
                       SET WSS-EOF-AUDORD TO TRUE
                   NOT AT END
                       IF NOT ORD-ES-SALDO
                           ADD 1 TO WSR-TOT-HISTORIA
                           SET WSS-LEIDO-VALIDO TO TRUE
                       END-IF
               END-READ
               IF WSV-FS-AUDORD NOT = '00' AND NOT = '10'
                   MOVE 'AUDORD'        TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-AUDORD   TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
       32-LEER-HISTORIA-END.
       EXIT.

       33-RECONSTRUIR-PERSONA.
           ADD 1 TO WSR-TOT-PERSONAS.
           MOVE ORD-ID TO WSG-ID.
           MOVE SPACE  TO WSG-CIE-ESTADO.
           MOVE SPACE  TO WSG-FIN-ESTADO.
           PERFORM UNTIL WSS-EOF-AUDORD OR ORD-ID NOT = WSG-ID
               IF ORD-FECHA NOT > WSA-FECHA-CIERRE
                   EVALUATE TRUE
                   WHEN ORD-ES-ALTA
                       SET WSS-CIE-ACTIVO   TO TRUE
                   WHEN ORD-ES-BAJA
                       SET WSS-CIE-INACTIVO TO TRUE
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                   IF ORD-ES-ALTA OR ORD-ES-BAJA OR ORD-ES-POSTERIOR
                       MOVE ORD-ROL       TO WSG-CIE-ROL
                       MOVE ORD-SENIORITY TO WSG-CIE-BANDA
                       MOVE ORD-SUELDO    TO WSG-CIE-SUELDO
                   END-IF
               END-IF
               EVALUATE TRUE
               WHEN ORD-ES-ALTA
                   SET WSS-FIN-ACTIVO   TO TRUE
               WHEN ORD-ES-BAJA
                   SET WSS-FIN-INACTIVO TO TRUE
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF ORD-ES-ALTA OR ORD-ES-BAJA OR ORD-ES-POSTERIOR
                   MOVE ORD-ROL       TO WSG-FIN-ROL
                   MOVE ORD-SENIORITY TO WSG-FIN-BANDA
                   MOVE ORD-SUELDO    TO WSG-FIN-SUELDO
               END-IF
               PERFORM 32-LEER-HISTORIA
           END-PERFORM.
           IF WSS-CIE-ACTIVO
               MOVE WSG-CIE-ROL   TO WSV-CLAVE-ROL
               MOVE WSG-CIE-BANDA TO WSV-CLAVE-BANDA
               PERFORM 36-BUSCAR-ROL-BANDA
               IF WSV-ROL-IDX > 0
                   ADD 1 TO WSO-CIE-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
                   ADD WSG-CIE-SUELDO
                       TO WSO-CIE-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
               END-IF
           END-IF.
           IF WSS-FIN-ACTIVO
               MOVE WSG-FIN-ROL   TO WSV-CLAVE-ROL
               MOVE WSG-FIN-BANDA TO WSV-CLAVE-BANDA
               PERFORM 36-BUSCAR-ROL-BANDA
               IF WSV-ROL-IDX > 0
                   ADD 1 TO WSO-FIN-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
                   ADD WSG-FIN-SUELDO
                       TO WSO-FIN-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
               END-IF
           END-IF.
       33-RECONSTRUIR-PERSONA-END.
       EXIT.

       36-BUSCAR-ROL-BANDA.
           MOVE 0 TO WSV-BANDA-IDX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = 4
               ADD 1 TO WSV-SUB
               IF WSV-CLAVE-BANDA = WSC-NOM-BANDA(WSV-SUB)
                   MOVE WSV-SUB TO WSV-BANDA-IDX
                   MOVE 4 TO WSV-SUB
               END-IF
           END-PERFORM.
           MOVE 0 TO WSV-ROL-IDX.
           IF WSV-BANDA-IDX = 0
               DISPLAY 'SENIORITY DESCONOCIDA: ' WSV-CLAVE-BANDA
                   ' (ROL ' WSV-CLAVE-ROL ')'
               ADD 1 TO WSR-SIN-UBICAR
           ELSE
               MOVE 0 TO WSV-SUB
               PERFORM UNTIL WSV-SUB = WSO-CANT-ROLES
                   ADD 1 TO WSV-SUB
                   IF WSV-CLAVE-ROL = WSO-ROL(WSV-SUB)
                       MOVE WSV-SUB TO WSV-ROL-IDX
                       MOVE WSO-CANT-ROLES TO WSV-SUB
                   END-IF
               END-PERFORM
               IF WSV-ROL-IDX = 0
                   IF WSO-CANT-ROLES < WSC-MAX-ROLES
                       ADD 1 TO WSO-CANT-ROLES
                       MOVE WSO-CANT-ROLES TO WSV-ROL-IDX
                       MOVE WSV-CLAVE-ROL  TO WSO-ROL(WSV-ROL-IDX)
                   ELSE
                       DISPLAY 'TABLA DE ROLES LLENA - NO SE UBICA EL '
                           'ROL ' WSV-CLAVE-ROL
                       ADD 1 TO WSR-SIN-UBICAR
                   END-IF
               END-IF
           END-IF.
       36-BUSCAR-ROL-BANDA-END.
       EXIT.

       40-ACUMULAR-MAESTRO.
           OPEN INPUT ARCH-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           MOVE LOW-VALUES TO MST-ID.
           START ARCH-MAESTRO KEY NOT < MST-ID
               INVALID KEY
                   SET WSS-EOF-MSTFILE TO TRUE
           END-START.
           PERFORM UNTIL WSS-EOF-MSTFILE
               READ ARCH-MAESTRO NEXT
                   AT END
                       SET WSS-EOF-MSTFILE TO TRUE
                   NOT AT END
                       IF NOT MST-INACTIVO
                           PERFORM 42-ACUMULAR-VIGENTE
                       END-IF
               END-READ
               IF WSV-FS-MSTFILE NOT = '00' AND NOT = '10'
                   MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           CLOSE ARCH-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       40-ACUMULAR-MAESTRO-END.
       EXIT.

       42-ACUMULAR-VIGENTE.
           ADD 1 TO WSR-TOT-MAESTRO.
           MOVE MST-ROL       TO WSV-CLAVE-ROL.
           MOVE MST-SENIORITY TO WSV-CLAVE-BANDA.
           PERFORM 36-BUSCAR-ROL-BANDA.
           IF WSV-ROL-IDX > 0
               ADD 1 TO WSO-MST-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
               ADD MST-SUELDO
                   TO WSO-MST-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
           END-IF.
       42-ACUMULAR-VIGENTE-END.
       EXIT.

       50-COMPARAR-MAESTRO.
           MOVE 0 TO WSV-ROL-IDX.
           PERFORM UNTIL WSV-ROL-IDX = WSO-CANT-ROLES
               ADD 1 TO WSV-ROL-IDX
               MOVE 0 TO WSV-BANDA-IDX
               PERFORM UNTIL WSV-BANDA-IDX = 4
                   ADD 1 TO WSV-BANDA-IDX
                   PERFORM 52-COMPARAR-BANDA
               END-PERFORM
           END-PERFORM.
           IF WSR-DIFERENCIAS > 0 OR WSR-SIN-UBICAR > 0
               MOVE 'TOTALES DE LA AUDITORIA DISTINTOS DEL MAESTRO'
                   TO WSV-MOTIVO
               MOVE 12 TO RETURN-CODE
               PERFORM 95-CIERRE-NO-REALIZADO
           END-IF.
       50-COMPARAR-MAESTRO-END.
       EXIT.

       52-COMPARAR-BANDA.
           IF WSO-FIN-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
               NOT = WSO-MST-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
               OR WSO-FIN-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
               NOT = WSO-MST-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
               MOVE WSO-ROL(WSV-ROL-IDX)   TO WSL-DIF-ROL
               MOVE WSC-NOM-BANDA(WSV-BANDA-IDX) TO WSL-DIF-BANDA
               MOVE WSO-FIN-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
                   TO WSL-DIF-CANT-AUD
               MOVE WSO-FIN-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
                   TO WSL-DIF-SUELDOS-AUD
               MOVE WSO-MST-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
                   TO WSL-DIF-CANT-MST
               MOVE WSO-MST-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
                   TO WSL-DIF-SUELDOS-MST
               MOVE WSL-DIFERENCIA TO REG-INFORME
               PERFORM 60-GRABAR-LINEA
               DISPLAY WSL-DIFERENCIA
               ADD 1 TO WSR-DIFERENCIAS
           END-IF.
       52-COMPARAR-BANDA-END.
       EXIT.

       60-GRABAR-LINEA.
           WRITE REG-INFORME.
           IF WSV-FS-REPFILE NOT = '00'
               MOVE 'REPFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REPFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       60-GRABAR-LINEA-END.
       EXIT.

       70-GRABAR-CIERRE.
           OPEN OUTPUT ARCH-ARCHIVO.
           IF WSV-FS-ARCFILE NOT = '00'
               MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCH-AUDNUEVA.
           IF WSV-FS-AUDNFILE NOT = '00'
               MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           MOVE 0 TO WSV-ROL-IDX.
           PERFORM UNTIL WSV-ROL-IDX = WSO-CANT-ROLES
               ADD 1 TO WSV-ROL-IDX
               MOVE 0 TO WSV-BANDA-IDX
               PERFORM UNTIL WSV-BANDA-IDX = 4
                   ADD 1 TO WSV-BANDA-IDX
                   IF WSO-CIE-CANT(WSV-ROL-IDX WSV-BANDA-IDX) > 0
                       PERFORM 72-GRABAR-SALDO
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO WSV-EOF-AUDFILE.
           OPEN INPUT ARCH-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           PERFORM UNTIL WSS-EOF-AUDFILE
               READ ARCH-AUDITORIA
                   AT END
                       SET WSS-EOF-AUDFILE TO TRUE
                   NOT AT END
                       PERFORM 74-REPARTIR-MOVIMIENTO
               END-READ
               IF WSV-FS-AUDFILE NOT = '00' AND NOT = '10'
                   MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
       70-GRABAR-CIERRE-END.
       EXIT.

       72-GRABAR-SALDO.
           MOVE WSA-FECHA-CIERRE             TO WSY-FECHA.
           MOVE WSO-CIE-SUELDOS(WSV-ROL-IDX WSV-BANDA-IDX)
               TO WSY-SUELDOS.
           MOVE WSO-ROL(WSV-ROL-IDX)         TO WSY-ROL.
           MOVE WSC-NOM-BANDA(WSV-BANDA-IDX) TO WSY-SENIORITY.
           MOVE WSO-CIE-CANT(WSV-ROL-IDX WSV-BANDA-IDX)
               TO WSY-CANT.
           MOVE WSC-SALDO TO REG-AUDNUEVA.
           WRITE REG-AUDNUEVA.
           IF WSV-FS-AUDNFILE NOT = '00'
               MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           ADD 1           TO WSR-SALDOS-NUEVOS.
           ADD WSY-CANT    TO WSR-CIE-CANT.
           ADD WSY-SUELDOS TO WSR-CIE-SUELDOS.
           MOVE WSY-ROL       TO WSL-SAL-ROL.
           MOVE WSY-SENIORITY TO WSL-SAL-BANDA.
           MOVE WSY-CANT      TO WSL-SAL-CANT.
           MOVE WSY-SUELDOS   TO WSL-SAL-SUELDOS.
           MOVE WSL-SALDO     TO REG-INFORME.
           PERFORM 60-GRABAR-LINEA.
       72-GRABAR-SALDO-END.
       EXIT.

       74-REPARTIR-MOVIMIENTO.
           IF AUD-ES-SALDO OR AUD-FECHA NOT > WSA-FECHA-CIERRE
               MOVE REG-AUDITORIA TO REG-ARCHIVO
               WRITE REG-ARCHIVO
               IF WSV-FS-ARCFILE NOT = '00'
                   MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               ADD 1 TO WSR-ARCHIVADOS
           ELSE
               MOVE REG-AUDITORIA TO REG-AUDNUEVA
               WRITE REG-AUDNUEVA
               IF WSV-FS-AUDNFILE NOT = '00'
                   MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               ADD 1 TO WSR-CONSERVADOS
           END-IF.
       74-REPARTIR-MOVIMIENTO-END.
       EXIT.

       80-RESUMEN.
        MOVE SPACES TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'VIGENTES AL CIERRE:'          TO WSL-TOT-TEXTO.
        MOVE WSR-CIE-CANT                   TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'SUELDOS AL CIERRE:'           TO WSL-TOT-TEXTO.
        MOVE WSR-CIE-SUELDOS                TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'REGISTROS DE SALDO GRABADOS:' TO WSL-TOT-TEXTO.
        MOVE WSR-SALDOS-NUEVOS              TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'MOVIMIENTOS ARCHIVADOS:'      TO WSL-TOT-TEXTO.
        MOVE WSR-ARCHIVADOS                 TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'MOVIMIENTOS POSTERIORES CONSERVADOS:'
                                            TO WSL-TOT-TEXTO.
        MOVE WSR-CONSERVADOS                TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        DISPLAY '=========  RESUMEN DEL CIERRE DE AUDITORIA  ========='.
        DISPLAY 'FECHA DE CIERRE: ' WSA-FECHA-CIERRE
            ' - CIERRE ANTERIOR: ' WSL-FEC-ANTERIOR.
        DISPLAY 'REGISTROS EN AUDFILE: ' WSR-TOT-VIGENTE.
        DISPLAY 'SALDOS DEL CIERRE ANTERIOR: ' WSR-SALDOS-ANTERIORES.
        DISPLAY 'MOVIMIENTOS HISTORICOS RECONSTRUIDOS: '
            WSR-TOT-HISTORIA.
        DISPLAY 'IDS DISTINTOS EN LA HISTORIA: ' WSR-TOT-PERSONAS.
        DISPLAY 'VIGENTES EN EL MAESTRO: ' WSR-TOT-MAESTRO.
        DISPLAY 'VIGENTES AL CIERRE: ' WSR-CIE-CANT
            ' - SUELDOS $' WSR-CIE-SUELDOS.
        DISPLAY 'REGISTROS DE SALDO GRABADOS: ' WSR-SALDOS-NUEVOS.
        DISPLAY 'MOVIMIENTOS ARCHIVADOS: ' WSR-ARCHIVADOS.
        DISPLAY 'MOVIMIENTOS POSTERIORES CONSERVADOS: '
            WSR-CONSERVADOS.
       80-RESUMEN-END.
       EXIT.

       90-FINAL.
        CLOSE ARCH-AUDITORIA.
        IF WSV-FS-AUDFILE NOT = '00'
            MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-ARCHIVO.
        IF WSV-FS-ARCFILE NOT = '00'
            MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-AUDNUEVA.
        IF WSV-FS-AUDNFILE NOT = '00'
            MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-INFORME.
        IF WSV-FS-REPFILE NOT = '00'
            MOVE 'REPFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-REPFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 0 TO RETURN-CODE.
       90-FINAL-END.
       EXIT.

       95-CIERRE-NO-REALIZADO.
        MOVE SPACES TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'CIERRE NO REALIZADO - NADA FUE ARCHIVADO'
            TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE WSV-MOTIVO TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        CLOSE ARCH-INFORME.
        DISPLAY 'CIERRE NO REALIZADO - NADA FUE ARCHIVADO'.
        DISPLAY WSV-MOTIVO.
        STOP RUN.
       95-CIERRE-NO-REALIZADO-END.
       EXIT.

       99-ERROR-ARCHIVO.
           DISPLAY 'ERROR DE E/S EN ' WSV-ES-ARCHIVO
               ' - FILE STATUS ' WSV-ES-STATUS.
           DISPLAY 'PROCESO ABORTADO'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       99-ERROR-ARCHIVO-END.
       EXIT.
