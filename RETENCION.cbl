       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-POLITICA ASSIGN TO 'POLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-POLFILE.

           SELECT ARCH-ESPERA ASSIGN TO 'WAITFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-WAITFILE.

           SELECT ARCH-ESPERA-NVA ASSIGN TO 'WAITNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-WAITNEW.

           SELECT ARCH-RECHAZOS ASSIGN TO 'REJFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REJFILE.

           SELECT ARCH-RECHAZOS-NVO ASSIGN TO 'REJNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REJNFILE.

           SELECT ARCH-REAPLICA ASSIGN TO 'REAPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REAPFILE.

           SELECT ARCH-REAPLICA-NVA ASSIGN TO 'REAPNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REAPNEW.

           SELECT ARCH-AUDITORIA ASSIGN TO 'AUDFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDFILE.

           SELECT ARCH-AUDNUEVA ASSIGN TO 'AUDNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDNFILE.

           SELECT ARCH-ARCHIVO ASSIGN TO 'ARCFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ARCFILE.

           SELECT ARCH-ARCHIVO-NVO ASSIGN TO 'ARCNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ARCNFILE.

           SELECT ARCH-MAESTRO ASSIGN TO 'MSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WSV-FS-MSTFILE.

           SELECT ARCH-CERTIFICADO ASSIGN TO 'CERFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CERFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-POLITICA.
       01  REG-POLITICA.
           05  POL-CATEGORIA         PIC X(08).
           05  POL-DIAS              PIC X(04).

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

       FD  ARCH-ESPERA-NVA.
       01  REG-ESPERA-NVA            PIC X(49).

       FD  ARCH-RECHAZOS.
       01  REG-RECHAZO.
           05  REC-NOMBRE            PIC X(05).
           05  REC-ID                PIC X(06).
           05  REC-EXPERIENCIA       PIC 9(02).
           05  REC-MOTIVO            PIC X(30).
           05  REC-FECHA             PIC X(08).

       FD  ARCH-RECHAZOS-NVO.
       01  REG-RECHAZO-NVO           PIC X(51).

       FD  ARCH-REAPLICA.
       01  REG-REAPLICA.
           05  REA-NOMBRE            PIC X(05).
           05  REA-ID                PIC X(06).
           05  REA-FECHA-PREVIA      PIC X(08).
           05  REA-ROL               PIC X(03).
           05  REA-SENIORITY         PIC X(09).
           05  REA-SUELDO            PIC 9(07).
           05  REA-FECHA             PIC X(08).

       FD  ARCH-REAPLICA-NVA.
       01  REG-REAPLICA-NVA          PIC X(46).

       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA             PIC X(47).

       FD  ARCH-AUDNUEVA.
       01  REG-AUDNUEVA              PIC X(47).

       FD  ARCH-ARCHIVO.
       01  REG-ARCHIVO               PIC X(47).

       FD  ARCH-ARCHIVO-NVO.
       01  REG-ARCHIVO-NVO           PIC X(47).

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

       FD  ARCH-CERTIFICADO.
       01  REG-CERTIFICADO           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSC-CONSTANTES.
           05 WSC-CATEGORIAS.
                10 FILLER           PIC X(08) VALUE 'ESPERA'.
                10 FILLER           PIC X(08) VALUE 'RECHAZO'.
                10 FILLER           PIC X(08) VALUE 'REAPLICA'.
                10 FILLER           PIC X(08) VALUE 'BAJA'.
                10 FILLER           PIC X(08) VALUE 'OFERTA'.
           05 WSC-TAB-CATEGORIAS REDEFINES WSC-CATEGORIAS.
                10 WSC-NOM-CATEGORIA PIC X(08) OCCURS 5.
           05 WSC-CANT-CATEGORIAS  PIC 9(01) VALUE 5.
           05 WSC-CAT-ESPERA       PIC 9(01) VALUE 1.
           05 WSC-CAT-RECHAZO      PIC 9(01) VALUE 2.
           05 WSC-CAT-REAPLICA     PIC 9(01) VALUE 3.
           05 WSC-CAT-BAJA         PIC 9(01) VALUE 4.
           05 WSC-CAT-OFERTA       PIC 9(01) VALUE 5.

       01 WSC-VARIABLES.
            05 WSV-FS-POLFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-POLFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-POLFILE          VALUE 'Y'.
            05 WSV-FS-WAITFILE            PIC X(02) VALUE '00'.
            05 WSV-EOF-WAITFILE           PIC X(01) VALUE 'N'.
                88 WSS-EOF-WAITFILE         VALUE 'Y'.
            05 WSV-FS-WAITNEW             PIC X(02) VALUE '00'.
            05 WSV-FS-REJFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-REJFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-REJFILE          VALUE 'Y'.
            05 WSV-FS-REJNFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-REAPFILE            PIC X(02) VALUE '00'.
            05 WSV-EOF-REAPFILE           PIC X(01) VALUE 'N'.
                88 WSS-EOF-REAPFILE         VALUE 'Y'.
            05 WSV-FS-REAPNEW             PIC X(02) VALUE '00'.
            05 WSV-FS-AUDFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-AUDFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-AUDFILE          VALUE 'Y'.
            05 WSV-FS-AUDNFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-ARCFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-ARCFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-ARCFILE          VALUE 'Y'.
            05 WSV-FS-ARCNFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-MSTFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-CERFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(01) VALUE 0.
            05 WSV-IDX                    PIC 9(04) VALUE 0.
            05 WSV-POS                    PIC 9(04) VALUE 0.
            05 WSV-CAT                    PIC 9(01) VALUE 0.
            05 WSV-FECHA-REG              PIC X(08) VALUE SPACES.
            05 WSV-FECHA-NUM              PIC 9(08) VALUE 0.
            05 WSV-HOY-ENT                PIC 9(07) VALUE 0.
            05 WSV-FECHA-ENT              PIC 9(07) VALUE 0.
            05 WSV-DIAS-EDAD              PIC S9(05) VALUE 0.
            05 WSV-SIN-FECHA              PIC X(01) VALUE 'N'.
                88 WSS-SIN-FECHA            VALUE 'S'.
            05 WSV-VENCIDO                PIC X(01) VALUE 'N'.
                88 WSS-VENCIDO              VALUE 'S'.
            05 WSV-MOTIVO                 PIC X(50) VALUE SPACES.

       01 WSC-ERRORES.
            05 WSV-ES-ARCHIVO             PIC X(08) VALUE SPACES.
            05 WSV-ES-STATUS              PIC X(02) VALUE '00'.

       01 WSC-FECHAS.
            05 WSA-FECHA-CORRIDA          PIC X(08).

       01 WSC-POLITICA.
            05 WSP-LEIDOS                 PIC 9(03) VALUE 0.
            05 WSP-INVALIDA               PIC X(01) VALUE 'N'.
                88 WSS-POLITICA-INVALIDA    VALUE 'S'.
            05 WSP-ENTRADA OCCURS 5.
                10 WSP-DEFINIDA           PIC X(01).
                    88 WSS-DEFINIDA         VALUE 'S'.
                10 WSP-DIAS               PIC 9(04).

       01 WSC-MOVIMIENTO.
            05 WSM-FECHA                  PIC X(08).
            05 WSM-NOMBRE                 PIC X(05).
            05 WSM-ID                     PIC X(06).
            05 WSM-ROL                    PIC X(03).
            05 WSM-SENIORITY              PIC X(09).
            05 WSM-SUELDO                 PIC 9(07).
            05 WSM-MOVIMIENTO             PIC X(01).
                88 WSS-MOV-SALDO            VALUE 'S'.
                88 WSS-MOV-ALTA             VALUE 'A' 'N' SPACE.
                88 WSS-MOV-BAJA             VALUE 'B'.
            05 WSM-APROBADOR              PIC X(08).

       01 WSC-EGRESOS.
            05 WSE-MAX-ITEMS              PIC 9(04) VALUE 5000.
            05 WSE-CANT                   PIC 9(04) VALUE 0.
            05 WSE-ITEM OCCURS 5000.
                10 WSE-ID                 PIC X(06).
                10 WSE-FECHA-BAJA         PIC X(08).
                10 WSE-ALTA               PIC X(01).
                    88 WSS-CON-ALTA         VALUE 'S'.

       01 WSC-LINEAS.
            05 WSL-POLITICA.
                10 FILLER                 PIC X(09) VALUE 'POLITICA '.
                10 WSL-POL-CATEGORIA      PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-POL-DETALLE        PIC X(40).
            05 WSL-PLAZO.
                10 FILLER                 PIC X(10) VALUE
                   'RETENCION '.
                10 WSL-PLA-DIAS           PIC ZZZ9.
                10 FILLER                 PIC X(05) VALUE ' DIAS'.
            05 WSL-CERTIFICADO.
                10 WSL-CER-ARCHIVO        PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CER-ID             PIC X(06).
                10 FILLER                 PIC X(08) VALUE ' FECHA: '.
                10 WSL-CER-FECHA          PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CER-ACCION         PIC X(11).
                10 FILLER                 PIC X(12) VALUE
                   ' ANTIGUEDAD '.
                10 WSL-CER-DIAS           PIC ZZZZ9.
                10 FILLER                 PIC X(05) VALUE ' DIAS'.
            05 WSL-TOTAL.
                10 WSL-TOT-TEXTO          PIC X(40).
                10 WSL-TOT-CANT           PIC ZZ,ZZZ,ZZZ,ZZ9.

       01 WSC-RESUMEN.
            05 WSR-SIN-POLITICA           PIC 9(01) VALUE 0.
            05 WSR-ESP-LEIDOS             PIC 9(07) VALUE 0.
            05 WSR-ESP-ELIMINADOS         PIC 9(07) VALUE 0.
            05 WSR-ESP-FECHADOS           PIC 9(07) VALUE 0.
            05 WSR-REC-LEIDOS             PIC 9(07) VALUE 0.
            05 WSR-REC-ELIMINADOS         PIC 9(07) VALUE 0.
            05 WSR-REC-FECHADOS           PIC 9(07) VALUE 0.
            05 WSR-REA-LEIDOS             PIC 9(07) VALUE 0.
            05 WSR-REA-ELIMINADOS         PIC 9(07) VALUE 0.
            05 WSR-REA-FECHADOS           PIC 9(07) VALUE 0.
            05 WSR-AUD-LEIDOS             PIC 9(07) VALUE 0.
            05 WSR-AUD-ANONIMIZADOS       PIC 9(07) VALUE 0.
            05 WSR-ARC-LEIDOS             PIC 9(09) VALUE 0.
            05 WSR-ARC-ANONIMIZADOS       PIC 9(09) VALUE 0.
            05 WSR-SALDOS-OMITIDOS        PIC 9(07) VALUE 0.
            05 WSR-YA-ANONIMOS            PIC 9(09) VALUE 0.
            05 WSR-SIN-MAESTRO            PIC 9(09) VALUE 0.
            05 WSR-ALTA-SIN-BAJA          PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.

       00-CONTROL.
       PERFORM 10-INICIO.
       PERFORM 12-LEER-POLITICA.
       PERFORM 20-DEPURAR-ESPERA.
       PERFORM 30-DEPURAR-RECHAZOS.
       PERFORM 40-DEPURAR-REAPLICA.
       PERFORM 50-ANONIMIZAR-AUDITORIA.
       PERFORM 80-RESUMEN.
       PERFORM 90-FINAL.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       10-INICIO.
        DISPLAY 'DEPURACION DE DATOS PERSONALES POR RETENCION'.
        INITIALIZE WSC-RESUMEN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WSA-FECHA-CORRIDA.
        MOVE WSA-FECHA-CORRIDA TO WSV-FECHA-NUM.
        COMPUTE WSV-HOY-ENT =
            FUNCTION INTEGER-OF-DATE(WSV-FECHA-NUM).
        OPEN OUTPUT ARCH-CERTIFICADO.
        IF WSV-FS-CERFILE NOT = '00'
            MOVE 'CERFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-CERFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 'CERTIFICADO DE DEPURACION DE DATOS PERSONALES'
            TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
        MOVE '----------------------------------------'
            TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'FECHA DE CORRIDA: '      TO REG-CERTIFICADO.
        MOVE WSA-FECHA-CORRIDA         TO REG-CERTIFICADO(19:8).
        PERFORM 60-GRABAR-LINEA.
        MOVE SPACES TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
       10-INICIO-END.
       EXIT.

       12-LEER-POLITICA.
        INITIALIZE WSC-POLITICA.
        OPEN INPUT ARCH-POLITICA.
        IF WSV-FS-POLFILE = '00'
            PERFORM UNTIL WSS-EOF-POLFILE
                READ ARCH-POLITICA
                    AT END
                        SET WSS-EOF-POLFILE TO TRUE
                    NOT AT END
                        IF REG-POLITICA NOT = SPACES
                            PERFORM 14-CARGAR-CATEGORIA
                        END-IF
                END-READ
                IF WSV-FS-POLFILE NOT = '00' AND NOT = '10'
                    MOVE 'POLFILE'       TO WSV-ES-ARCHIVO
                    MOVE WSV-FS-POLFILE  TO WSV-ES-STATUS
                    PERFORM 99-ERROR-ARCHIVO
                END-IF
            END-PERFORM
            CLOSE ARCH-POLITICA
            IF WSV-FS-POLFILE NOT = '00'
                MOVE 'POLFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-POLFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-POLFILE NOT = '35'
                MOVE 'POLFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-POLFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        IF WSS-POLITICA-INVALIDA
            MOVE 12 TO RETURN-CODE
            PERFORM 95-DEPURACION-NO-REALIZADA
        END-IF.
        IF WSP-LEIDOS = 0
            MOVE 'POLFILE AUSENTE O VACIO - NO HAY POLITICA VIGENTE'
                TO WSV-MOTIVO
            MOVE 12 TO RETURN-CODE
            PERFORM 95-DEPURACION-NO-REALIZADA
        END-IF.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = WSC-CANT-CATEGORIAS
            ADD 1 TO WSV-SUB
            PERFORM 16-INFORMAR-POLITICA
        END-PERFORM.
        MOVE SPACES TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
       12-LEER-POLITICA-END.
       EXIT.

       14-CARGAR-CATEGORIA.
           ADD 1 TO WSP-LEIDOS.
           MOVE 0 TO WSV-CAT.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = WSC-CANT-CATEGORIAS
               ADD 1 TO WSV-SUB
               IF POL-CATEGORIA = WSC-NOM-CATEGORIA(WSV-SUB)
                   MOVE WSV-SUB TO WSV-CAT
                   MOVE WSC-CANT-CATEGORIAS TO WSV-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WSS-POLITICA-INVALIDA
               CONTINUE
           WHEN WSV-CAT = 0
               MOVE 'CATEGORIA DESCONOCIDA EN POLFILE: '
                   TO WSV-MOTIVO
               MOVE POL-CATEGORIA TO WSV-MOTIVO(35:8)
               SET WSS-POLITICA-INVALIDA TO TRUE
           WHEN POL-DIAS NOT NUMERIC
               MOVE 'PLAZO NO NUMERICO EN POLFILE PARA '
                   TO WSV-MOTIVO
               MOVE POL-CATEGORIA TO WSV-MOTIVO(35:8)
               SET WSS-POLITICA-INVALIDA TO TRUE
           WHEN WSS-DEFINIDA(WSV-CAT)
               MOVE 'CATEGORIA REPETIDA EN POLFILE: '
                   TO WSV-MOTIVO
               MOVE POL-CATEGORIA TO WSV-MOTIVO(32:8)
               SET WSS-POLITICA-INVALIDA TO TRUE
           WHEN OTHER
               SET WSS-DEFINIDA(WSV-CAT) TO TRUE
               MOVE POL-DIAS TO WSP-DIAS(WSV-CAT)
           END-EVALUATE.
       14-CARGAR-CATEGORIA-END.
       EXIT.

       16-INFORMAR-POLITICA.
           MOVE WSC-NOM-CATEGORIA(WSV-SUB) TO WSL-POL-CATEGORIA.
           IF WSS-DEFINIDA(WSV-SUB)
               MOVE WSP-DIAS(WSV-SUB) TO WSL-PLA-DIAS
               MOVE WSL-PLAZO         TO WSL-POL-DETALLE
           ELSE
               MOVE 'NO DEFINIDA - NO SE DEPURA'
                   TO WSL-POL-DETALLE
               ADD 1 TO WSR-SIN-POLITICA
               DISPLAY 'POLITICA ' WSC-NOM-CATEGORIA(WSV-SUB)
                   ' NO DEFINIDA - NO SE DEPURA'
           END-IF.
           MOVE WSL-POLITICA TO REG-CERTIFICADO.
           PERFORM 60-GRABAR-LINEA.
       16-INFORMAR-POLITICA-END.
       EXIT.

       20-DEPURAR-ESPERA.
           OPEN INPUT ARCH-ESPERA.
           IF WSV-FS-WAITFILE NOT = '00'
               MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCH-ESPERA-NVA.
           IF WSV-FS-WAITNEW NOT = '00'
               MOVE 'WAITNEW'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-WAITNEW  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           MOVE WSC-CAT-ESPERA TO WSV-CAT.
           PERFORM UNTIL WSS-EOF-WAITFILE
               READ ARCH-ESPERA
                   AT END
                       SET WSS-EOF-WAITFILE TO TRUE
                   NOT AT END
                       PERFORM 22-EVALUAR-ESPERA
               END-READ
               IF WSV-FS-WAITFILE NOT = '00' AND NOT = '10'
                   MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           CLOSE ARCH-ESPERA.
           IF WSV-FS-WAITFILE NOT = '00'
               MOVE 'WAITFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-WAITFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           CLOSE ARCH-ESPERA-NVA.
           IF WSV-FS-WAITNEW NOT = '00'
               MOVE 'WAITNEW'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-WAITNEW  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       20-DEPURAR-ESPERA-END.
       EXIT.

       22-EVALUAR-ESPERA.
           ADD 1 TO WSR-ESP-LEIDOS.
           MOVE ESP-FECHA TO WSV-FECHA-REG.
           PERFORM 70-EVALUAR-ANTIGUEDAD.
           IF WSS-SIN-FECHA
               MOVE WSA-FECHA-CORRIDA TO ESP-FECHA
               ADD 1 TO WSR-ESP-FECHADOS
           END-IF.
           IF WSS-VENCIDO
               MOVE 'WAITFILE'    TO WSL-CER-ARCHIVO
               MOVE ESP-ID        TO WSL-CER-ID
               MOVE ESP-FECHA     TO WSL-CER-FECHA
               MOVE 'ELIMINADO'   TO WSL-CER-ACCION
               PERFORM 72-CERTIFICAR
               ADD 1 TO WSR-ESP-ELIMINADOS
           ELSE
               MOVE REG-ESPERA TO REG-ESPERA-NVA
               WRITE REG-ESPERA-NVA
               IF WSV-FS-WAITNEW NOT = '00'
                   MOVE 'WAITNEW'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-WAITNEW  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       22-EVALUAR-ESPERA-END.
       EXIT.

       30-DEPURAR-RECHAZOS.
           OPEN INPUT ARCH-RECHAZOS.
           IF WSV-FS-REJFILE NOT = '00'
               MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCH-RECHAZOS-NVO.
           IF WSV-FS-REJNFILE NOT = '00'
               MOVE 'REJNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REJNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           MOVE WSC-CAT-RECHAZO TO WSV-CAT.
           PERFORM UNTIL WSS-EOF-REJFILE
               READ ARCH-RECHAZOS
                   AT END
                       SET WSS-EOF-REJFILE TO TRUE
                   NOT AT END
                       PERFORM 32-EVALUAR-RECHAZO
               END-READ
               IF WSV-FS-REJFILE NOT = '00' AND NOT = '10'
                   MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           CLOSE ARCH-RECHAZOS.
           IF WSV-FS-REJFILE NOT = '00'
               MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           CLOSE ARCH-RECHAZOS-NVO.
           IF WSV-FS-REJNFILE NOT = '00'
               MOVE 'REJNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REJNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       30-DEPURAR-RECHAZOS-END.
       EXIT.

       32-EVALUAR-RECHAZO.
           ADD 1 TO WSR-REC-LEIDOS.
           MOVE REC-FECHA TO WSV-FECHA-REG.
           PERFORM 70-EVALUAR-ANTIGUEDAD.
           IF WSS-SIN-FECHA
               MOVE WSA-FECHA-CORRIDA TO REC-FECHA
               ADD 1 TO WSR-REC-FECHADOS
           END-IF.
           IF WSS-VENCIDO
               MOVE 'REJFILE'     TO WSL-CER-ARCHIVO
               MOVE REC-ID        TO WSL-CER-ID
               MOVE REC-FECHA     TO WSL-CER-FECHA
               MOVE 'ELIMINADO'   TO WSL-CER-ACCION
               PERFORM 72-CERTIFICAR
               ADD 1 TO WSR-REC-ELIMINADOS
           ELSE
               MOVE REG-RECHAZO TO REG-RECHAZO-NVO
               WRITE REG-RECHAZO-NVO
               IF WSV-FS-REJNFILE NOT = '00'
                   MOVE 'REJNFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REJNFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       32-EVALUAR-RECHAZO-END.
       EXIT.

       40-DEPURAR-REAPLICA.
           OPEN INPUT ARCH-REAPLICA.
           IF WSV-FS-REAPFILE NOT = '00'
               MOVE 'REAPFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REAPFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCH-REAPLICA-NVA.
           IF WSV-FS-REAPNEW NOT = '00'
               MOVE 'REAPNEW'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REAPNEW  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           MOVE WSC-CAT-REAPLICA TO WSV-CAT.
           PERFORM UNTIL WSS-EOF-REAPFILE
               READ ARCH-REAPLICA
                   AT END
                       SET WSS-EOF-REAPFILE TO TRUE
                   NOT AT END
                       PERFORM 42-EVALUAR-REAPLICA
               END-READ
               IF WSV-FS-REAPFILE NOT = '00' AND NOT = '10'
                   MOVE 'REAPFILE'      TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REAPFILE TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           CLOSE ARCH-REAPLICA.
           IF WSV-FS-REAPFILE NOT = '00'
               MOVE 'REAPFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REAPFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           CLOSE ARCH-REAPLICA-NVA.
           IF WSV-FS-REAPNEW NOT = '00'
               MOVE 'REAPNEW'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REAPNEW  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       40-DEPURAR-REAPLICA-END.
       EXIT.

       42-EVALUAR-REAPLICA.
           ADD 1 TO WSR-REA-LEIDOS.
           MOVE REA-FECHA TO WSV-FECHA-REG.
           PERFORM 70-EVALUAR-ANTIGUEDAD.
           IF WSS-SIN-FECHA
               MOVE WSA-FECHA-CORRIDA TO REA-FECHA
               ADD 1 TO WSR-REA-FECHADOS
           END-IF.
           IF WSS-VENCIDO
               MOVE 'REAPFILE'    TO WSL-CER-ARCHIVO
               MOVE REA-ID        TO WSL-CER-ID
               MOVE REA-FECHA     TO WSL-CER-FECHA
               MOVE 'ELIMINADO'   TO WSL-CER-ACCION
               PERFORM 72-CERTIFICAR
               ADD 1 TO WSR-REA-ELIMINADOS
           ELSE
               MOVE REG-REAPLICA TO REG-REAPLICA-NVA
               WRITE REG-REAPLICA-NVA
               IF WSV-FS-REAPNEW NOT = '00'
                   MOVE 'REAPNEW'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-REAPNEW  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       42-EVALUAR-REAPLICA-END.
       EXIT.

       50-ANONIMIZAR-AUDITORIA.
           OPEN INPUT ARCH-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           PERFORM 51-CARGAR-EGRESOS.
           OPEN INPUT ARCH-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCH-AUDNUEVA.
           IF WSV-FS-AUDNFILE NOT = '00'
               MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           PERFORM UNTIL WSS-EOF-AUDFILE
               READ ARCH-AUDITORIA
                   AT END
                       SET WSS-EOF-AUDFILE TO TRUE
                   NOT AT END
                       PERFORM 52-ANONIMIZAR-VIGENTE
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
           CLOSE ARCH-AUDNUEVA.
           IF WSV-FS-AUDNFILE NOT = '00'
               MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCH-ARCHIVO-NVO.
           IF WSV-FS-ARCNFILE NOT = '00'
               MOVE 'ARCNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-ARCNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT ARCH-ARCHIVO.
           IF WSV-FS-ARCFILE = '00'
               PERFORM UNTIL WSS-EOF-ARCFILE
                   READ ARCH-ARCHIVO
                       AT END
                           SET WSS-EOF-ARCFILE TO TRUE
                       NOT AT END
                           PERFORM 54-ANONIMIZAR-ARCHIVADO
                   END-READ
                   IF WSV-FS-ARCFILE NOT = '00' AND NOT = '10'
                       MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                       MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                       PERFORM 99-ERROR-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE ARCH-ARCHIVO
               IF WSV-FS-ARCFILE NOT = '00'
                   MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           ELSE
               IF WSV-FS-ARCFILE NOT = '35'
                   MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               DISPLAY 'ARCFILE AUSENTE - SIN PERIODOS ARCHIVADOS'
           END-IF.
           CLOSE ARCH-ARCHIVO-NVO.
           IF WSV-FS-ARCNFILE NOT = '00'
               MOVE 'ARCNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-ARCNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           CLOSE ARCH-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       50-ANONIMIZAR-AUDITORIA-END.
       EXIT.

       51-CARGAR-EGRESOS.
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
                       MOVE REG-AUDITORIA TO WSC-MOVIMIENTO
                       PERFORM 53-REGISTRAR-EGRESO
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
           OPEN INPUT ARCH-ARCHIVO.
           IF WSV-FS-ARCFILE = '00'
               PERFORM UNTIL WSS-EOF-ARCFILE
                   READ ARCH-ARCHIVO
                       AT END
                           SET WSS-EOF-ARCFILE TO TRUE
                       NOT AT END
                           MOVE REG-ARCHIVO TO WSC-MOVIMIENTO
                           PERFORM 53-REGISTRAR-EGRESO
                   END-READ
                   IF WSV-FS-ARCFILE NOT = '00' AND NOT = '10'
                       MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                       MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                       PERFORM 99-ERROR-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE ARCH-ARCHIVO
               IF WSV-FS-ARCFILE NOT = '00'
                   MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           ELSE
               IF WSV-FS-ARCFILE NOT = '35'
                   MOVE 'ARCFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-ARCFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
           MOVE 'N' TO WSV-EOF-AUDFILE.
           MOVE 'N' TO WSV-EOF-ARCFILE.
       51-CARGAR-EGRESOS-END.
       EXIT.

       52-ANONIMIZAR-VIGENTE.
           ADD 1 TO WSR-AUD-LEIDOS.
           MOVE REG-AUDITORIA TO WSC-MOVIMIENTO.
           PERFORM 56-EVALUAR-MOVIMIENTO.
           IF WSS-VENCIDO
               MOVE 'AUDFILE'     TO WSL-CER-ARCHIVO
               PERFORM 58-ANONIMIZAR
               ADD 1 TO WSR-AUD-ANONIMIZADOS
           END-IF.
           MOVE WSC-MOVIMIENTO TO REG-AUDNUEVA.
           WRITE REG-AUDNUEVA.
           IF WSV-FS-AUDNFILE NOT = '00'
               MOVE 'AUDNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       52-ANONIMIZAR-VIGENTE-END.
       EXIT.

       53-REGISTRAR-EGRESO.
           IF WSS-MOV-ALTA OR WSS-MOV-BAJA
               MOVE WSM-ID TO MST-ID
               READ ARCH-MAESTRO
                   INVALID KEY
                       PERFORM 55-ACUMULAR-EGRESO
               END-READ
               IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
                   MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-IF.
       53-REGISTRAR-EGRESO-END.
       EXIT.

       54-ANONIMIZAR-ARCHIVADO.
           ADD 1 TO WSR-ARC-LEIDOS.
           MOVE REG-ARCHIVO TO WSC-MOVIMIENTO.
           PERFORM 56-EVALUAR-MOVIMIENTO.
           IF WSS-VENCIDO
               MOVE 'ARCFILE'     TO WSL-CER-ARCHIVO
               PERFORM 58-ANONIMIZAR
               ADD 1 TO WSR-ARC-ANONIMIZADOS
           END-IF.
           MOVE WSC-MOVIMIENTO TO REG-ARCHIVO-NVO.
           WRITE REG-ARCHIVO-NVO.
           IF WSV-FS-ARCNFILE NOT = '00'
               MOVE 'ARCNFILE'      TO WSV-ES-ARCHIVO
               MOVE WSV-FS-ARCNFILE TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       54-ANONIMIZAR-ARCHIVADO-END.
       EXIT.

       55-ACUMULAR-EGRESO.
           PERFORM 59-BUSCAR-EGRESO.
           IF WSV-IDX = 0
               IF WSE-CANT = WSE-MAX-ITEMS
                   DISPLAY 'TABLA DE EGRESOS LLENA (' WSE-MAX-ITEMS
                       ') - AMPLIAR WSE-ITEM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WSE-CANT
               MOVE WSE-CANT TO WSV-IDX
               MOVE WSM-ID   TO WSE-ID(WSV-IDX)
               MOVE SPACES   TO WSE-FECHA-BAJA(WSV-IDX)
               MOVE 'N'      TO WSE-ALTA(WSV-IDX)
           END-IF.
           IF WSS-MOV-ALTA
               SET WSS-CON-ALTA(WSV-IDX) TO TRUE
           ELSE
               IF WSE-FECHA-BAJA(WSV-IDX) NOT NUMERIC
                   OR (WSM-FECHA NUMERIC
                       AND WSM-FECHA > WSE-FECHA-BAJA(WSV-IDX))
                   MOVE WSM-FECHA TO WSE-FECHA-BAJA(WSV-IDX)
               END-IF
           END-IF.
       55-ACUMULAR-EGRESO-END.
       EXIT.

       56-EVALUAR-MOVIMIENTO.
           MOVE 'N' TO WSV-VENCIDO.
           EVALUATE TRUE
           WHEN WSS-MOV-SALDO
               ADD 1 TO WSR-SALDOS-OMITIDOS
           WHEN WSM-NOMBRE = SPACES
               ADD 1 TO WSR-YA-ANONIMOS
           WHEN OTHER
               MOVE WSM-ID TO MST-ID
               READ ARCH-MAESTRO
                   INVALID KEY
                       ADD 1 TO WSR-SIN-MAESTRO
                       PERFORM 57-EVALUAR-SIN-MAESTRO
                   NOT INVALID KEY
                       PERFORM 57-EVALUAR-EGRESO
               END-READ
               IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
                   MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-EVALUATE.
       56-EVALUAR-MOVIMIENTO-END.
       EXIT.

       57-EVALUAR-EGRESO.
           EVALUATE TRUE
           WHEN MST-DADO-DE-BAJA
               MOVE WSC-CAT-BAJA   TO WSV-CAT
           WHEN MST-OFERTA-RECHAZADA OR MST-OFERTA-VENCIDA
               MOVE WSC-CAT-OFERTA TO WSV-CAT
           WHEN OTHER
               MOVE 0 TO WSV-CAT
           END-EVALUATE.
           IF WSV-CAT > 0
               MOVE MST-FECHA-BAJA TO WSV-FECHA-REG
               PERFORM 70-EVALUAR-ANTIGUEDAD
           END-IF.
       57-EVALUAR-EGRESO-END.
       EXIT.

       57-EVALUAR-SIN-MAESTRO.
           PERFORM 59-BUSCAR-EGRESO.
           EVALUATE TRUE
           WHEN WSV-IDX = 0
               MOVE WSC-CAT-ESPERA          TO WSV-CAT
               MOVE WSM-FECHA               TO WSV-FECHA-REG
               PERFORM 70-EVALUAR-ANTIGUEDAD
           WHEN WSE-FECHA-BAJA(WSV-IDX) NOT = SPACES
               MOVE WSC-CAT-BAJA            TO WSV-CAT
               MOVE WSE-FECHA-BAJA(WSV-IDX) TO WSV-FECHA-REG
               PERFORM 70-EVALUAR-ANTIGUEDAD
           WHEN OTHER
               ADD 1 TO WSR-ALTA-SIN-BAJA
           END-EVALUATE.
       57-EVALUAR-SIN-MAESTRO-END.
       EXIT.

       58-ANONIMIZAR.
           MOVE SPACES        TO WSM-NOMBRE.
           MOVE WSM-ID        TO WSL-CER-ID.
           MOVE WSM-FECHA     TO WSL-CER-FECHA.
           MOVE 'ANONIMIZADO' TO WSL-CER-ACCION.
           PERFORM 72-CERTIFICAR.
       58-ANONIMIZAR-END.
       EXIT.

       59-BUSCAR-EGRESO.
           MOVE 0 TO WSV-IDX.
           MOVE 0 TO WSV-POS.
           PERFORM UNTIL WSV-POS = WSE-CANT
               ADD 1 TO WSV-POS
               IF WSE-ID(WSV-POS) = WSM-ID
                   MOVE WSV-POS  TO WSV-IDX
                   MOVE WSE-CANT TO WSV-POS
               END-IF
           END-PERFORM.
       59-BUSCAR-EGRESO-END.
       EXIT.

       60-GRABAR-LINEA.
           WRITE REG-CERTIFICADO.
           IF WSV-FS-CERFILE NOT = '00'
               MOVE 'CERFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-CERFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       60-GRABAR-LINEA-END.
       EXIT.

       70-EVALUAR-ANTIGUEDAD.
           MOVE 'N' TO WSV-VENCIDO.
           MOVE 'N' TO WSV-SIN-FECHA.
           MOVE 0   TO WSV-DIAS-EDAD.
           IF WSV-FECHA-REG NUMERIC
               MOVE WSV-FECHA-REG TO WSV-FECHA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHA-NUM) NOT = 0
                   SET WSS-SIN-FECHA TO TRUE
               END-IF
           ELSE
               SET WSS-SIN-FECHA TO TRUE
           END-IF.
           IF NOT WSS-SIN-FECHA AND WSS-DEFINIDA(WSV-CAT)
               COMPUTE WSV-FECHA-ENT =
                   FUNCTION INTEGER-OF-DATE(WSV-FECHA-NUM)
               COMPUTE WSV-DIAS-EDAD = WSV-HOY-ENT - WSV-FECHA-ENT
               IF WSV-DIAS-EDAD > WSP-DIAS(WSV-CAT)
                   SET WSS-VENCIDO TO TRUE
               END-IF
           END-IF.
       70-EVALUAR-ANTIGUEDAD-END.
       EXIT.

       72-CERTIFICAR.
           MOVE WSV-DIAS-EDAD   TO WSL-CER-DIAS.
           MOVE WSL-CERTIFICADO TO REG-CERTIFICADO.
           PERFORM 60-GRABAR-LINEA.
       72-CERTIFICAR-END.
       EXIT.

       80-RESUMEN.
        MOVE SPACES TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'TOTALES POR ARCHIVO' TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'WAITFILE LEIDOS:'                TO WSL-TOT-TEXTO.
        MOVE WSR-ESP-LEIDOS                    TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'WAITFILE ELIMINADOS:'            TO WSL-TOT-TEXTO.
        MOVE WSR-ESP-ELIMINADOS                TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'WAITFILE SIN FECHA - FECHADOS HOY:'
                                               TO WSL-TOT-TEXTO.
        MOVE WSR-ESP-FECHADOS                  TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'REJFILE LEIDOS:'                 TO WSL-TOT-TEXTO.
        MOVE WSR-REC-LEIDOS                    TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'REJFILE ELIMINADOS:'             TO WSL-TOT-TEXTO.
        MOVE WSR-REC-ELIMINADOS                TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'REJFILE SIN FECHA - FECHADOS HOY:'
                                               TO WSL-TOT-TEXTO.
        MOVE WSR-REC-FECHADOS                  TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'REAPFILE LEIDOS:'                TO WSL-TOT-TEXTO.
        MOVE WSR-REA-LEIDOS                    TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'REAPFILE ELIMINADOS:'            TO WSL-TOT-TEXTO.
        MOVE WSR-REA-ELIMINADOS                TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'REAPFILE SIN FECHA - FECHADOS HOY:'
                                               TO WSL-TOT-TEXTO.
        MOVE WSR-REA-FECHADOS                  TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'AUDFILE LEIDOS:'                 TO WSL-TOT-TEXTO.
        MOVE WSR-AUD-LEIDOS                    TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'AUDFILE ANONIMIZADOS:'           TO WSL-TOT-TEXTO.
        MOVE WSR-AUD-ANONIMIZADOS              TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'ARCFILE LEIDOS:'                 TO WSL-TOT-TEXTO.
        MOVE WSR-ARC-LEIDOS                    TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'ARCFILE ANONIMIZADOS:'           TO WSL-TOT-TEXTO.
        MOVE WSR-ARC-ANONIMIZADOS              TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'SALDOS DE APERTURA NO TOCADOS:'  TO WSL-TOT-TEXTO.
        MOVE WSR-SALDOS-OMITIDOS               TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'MOVIMIENTOS YA ANONIMOS:'        TO WSL-TOT-TEXTO.
        MOVE WSR-YA-ANONIMOS                   TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'MOVIMIENTOS SIN ID EN EL MAESTRO:'
                                               TO WSL-TOT-TEXTO.
        MOVE WSR-SIN-MAESTRO                   TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        MOVE 'ALTAS SIN MAESTRO NI BAJA - NO TOCADAS:'
                                               TO WSL-TOT-TEXTO.
        MOVE WSR-ALTA-SIN-BAJA                 TO WSL-TOT-CANT.
        PERFORM 82-GRABAR-TOTAL.
        DISPLAY '=====  RESUMEN DE LA DEPURACION POR RETENCION  ====='.
        DISPLAY 'WAITFILE: LEIDOS ' WSR-ESP-LEIDOS
            ' ELIMINADOS ' WSR-ESP-ELIMINADOS
            ' FECHADOS HOY ' WSR-ESP-FECHADOS.
        DISPLAY 'REJFILE:  LEIDOS ' WSR-REC-LEIDOS
            ' ELIMINADOS ' WSR-REC-ELIMINADOS
            ' FECHADOS HOY ' WSR-REC-FECHADOS.
        DISPLAY 'REAPFILE: LEIDOS ' WSR-REA-LEIDOS
            ' ELIMINADOS ' WSR-REA-ELIMINADOS
            ' FECHADOS HOY ' WSR-REA-FECHADOS.
        DISPLAY 'AUDFILE:  LEIDOS ' WSR-AUD-LEIDOS
            ' ANONIMIZADOS ' WSR-AUD-ANONIMIZADOS.
        DISPLAY 'ARCFILE:  LEIDOS ' WSR-ARC-LEIDOS
            ' ANONIMIZADOS ' WSR-ARC-ANONIMIZADOS.
        DISPLAY 'SALDOS DE APERTURA NO TOCADOS: ' WSR-SALDOS-OMITIDOS.
        DISPLAY 'MOVIMIENTOS SIN ID EN EL MAESTRO: ' WSR-SIN-MAESTRO.
        DISPLAY 'ALTAS SIN MAESTRO NI BAJA - NO TOCADAS: '
            WSR-ALTA-SIN-BAJA.
       80-RESUMEN-END.
       EXIT.

       82-GRABAR-TOTAL.
        MOVE WSL-TOTAL TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
       82-GRABAR-TOTAL-END.
       EXIT.

       90-FINAL.
        CLOSE ARCH-CERTIFICADO.
        IF WSV-FS-CERFILE NOT = '00'
            MOVE 'CERFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-CERFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        IF WSR-SIN-POLITICA > 0
            DISPLAY 'HAY CATEGORIAS SIN POLITICA - REVISAR POLFILE'
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF.
       90-FINAL-END.
       EXIT.

       95-DEPURACION-NO-REALIZADA.
        MOVE 'DEPURACION NO REALIZADA - NADA FUE MODIFICADO'
            TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
        MOVE WSV-MOTIVO TO REG-CERTIFICADO.
        PERFORM 60-GRABAR-LINEA.
        CLOSE ARCH-CERTIFICADO.
        IF WSV-FS-CERFILE NOT = '00'
            MOVE 'CERFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-CERFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        DISPLAY 'DEPURACION NO REALIZADA - NADA FUE MODIFICADO'.
        DISPLAY WSV-MOTIVO.
        IF RETURN-CODE = 0
            MOVE 12 TO RETURN-CODE
        END-IF.
        STOP RUN.
       95-DEPURACION-NO-REALIZADA-END.
       EXIT.

       99-ERROR-ARCHIVO.
           DISPLAY 'ERROR DE E/S EN ' WSV-ES-ARCHIVO
               ' - FILE STATUS ' WSV-ES-STATUS.
           DISPLAY 'PROCESO ABORTADO'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       99-ERROR-ARCHIVO-END.
       EXIT.
