       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MAESTRO ASSIGN TO 'MSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               FILE STATUS IS WSV-FS-MSTFILE.

           SELECT ARCH-PARAMETROS ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PARMFILE.

           SELECT ARCH-PRESUPUESTO ASSIGN TO 'BUDFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BUDFILE.

           SELECT ARCH-DELTA ASSIGN TO 'DELFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DELFILE.

           SELECT ARCH-AUDITORIA ASSIGN TO 'AUDFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDFILE.

           SELECT ARCH-DIFERIDOS ASSIGN TO 'DIFFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DIFFILE.

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

       FD  ARCH-PARAMETROS.
       01  REG-PARAMETRO.
           05  PRM-ROL               PIC X(03).
           05  PRM-SUELDO-JUNIOR     PIC 9(07).
           05  PRM-SUELDO-SEMISR     PIC 9(07).
           05  PRM-SUELDO-SENIOR     PIC 9(07).
           05  PRM-SUELDO-PRINCIPAL  PIC 9(07).

       FD  ARCH-PRESUPUESTO.
       01  REG-PRESUPUESTO.
           05  BUD-MAX-JUNIOR        PIC 9(05).
           05  BUD-MAX-SEMISR        PIC 9(05).
           05  BUD-MAX-SENIOR        PIC 9(05).
           05  BUD-MAX-PRINCIPAL     PIC 9(05).
           05  BUD-TOPE-SUELDOS      PIC 9(11).

       FD  ARCH-DELTA.
       01  REG-DELTA.
           05  DEL-NOMBRE            PIC X(05).
           05  DEL-ID                PIC X(06).
           05  DEL-ROL               PIC X(03).
           05  DEL-SENIORITY         PIC X(09).
           05  DEL-SUELDO-ANT        PIC 9(07).
           05  DEL-SUELDO-NVO        PIC 9(07).
           05  DEL-DIFERENCIA        PIC S9(07)
                                     SIGN LEADING SEPARATE.

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

       FD  ARCH-DIFERIDOS.
       01  REG-DIFERIDO              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSC-CONSTANTES.
           05 WSC-SENIORITY.
                10 FILLER           PIC X(09) VALUE 'JUNIOR'.
                10 FILLER           PIC X(09) VALUE 'SEMISR'.
                10 FILLER           PIC X(09) VALUE 'SENIOR'.
                10 FILLER           PIC X(09) VALUE 'PRINCIPAL'.
           05 WSC-TAB-SENIORITY REDEFINES WSC-SENIORITY.
                10 WSC-NOM-BANDA    PIC X(09) OCCURS 4.
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
                10 FILLER           PIC X(31) VALUE
                   'QA 0100000015000001900000240000'.
                10 FILLER           PIC X(31) VALUE
                   'OPS0110000016000002000000250000'.
           05 WSC-TAB-DEFECTO REDEFINES WSC-MATRIZ-DEFECTO.
                10 WSC-ROL-DEFECTO  PIC X(31) OCCURS 3.
           05 WSC-MAX-ROLES        PIC 9(02) VALUE 10.

       01 WSC-VARIABLES.
            05 WSV-FS-MSTFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-MSTFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-MSTFILE          VALUE 'Y'.
            05 WSV-FS-PARMFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-BUDFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-DELFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-AUDFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-DIFFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(04) VALUE 0.
            05 WSV-ROL-IDX                PIC 9(02) VALUE 0.
            05 WSV-BANDA-IDX              PIC 9(01) VALUE 0.
            05 WSV-BANDA-NVA              PIC 9(01) VALUE 0.
            05 WSV-HOY-NUM                PIC 9(08) VALUE 0.
            05 WSV-FECHA-NUM              PIC 9(08) VALUE 0.
            05 WSV-ANIOS                  PIC 9(03) VALUE 0.
            05 WSV-EXPERIENCIA-ING        PIC 9(02) VALUE 0.
            05 WSV-EXPERIENCIA-ACT        PIC 9(03) VALUE 0.
                88 WSS-EXP-JUNIOR           VALUE 0 1 2.
                88 WSS-EXP-SEMISR           VALUE 3 4 5.
                88 WSS-EXP-SENIOR           VALUE 6 THRU 9.
                88 WSS-EXP-PRINCIPAL        VALUE 10 THRU 999.
            05 WSV-SUELDO-NVO             PIC 9(07) VALUE 0.
            05 WSV-DIFERENCIA             PIC S9(08) VALUE 0.
            05 WSV-MOTIVO-DIFERIDO        PIC X(25) VALUE SPACES.

       01 WSC-AUDITORIA.
            05 WSA-FECHA-CORRIDA          PIC X(08).

       01 WSC-ERRORES.
            05 WSV-ES-ARCHIVO             PIC X(08) VALUE SPACES.
            05 WSV-ES-STATUS              PIC X(02) VALUE '00'.

       01 WSC-PARAMETROS.
            05 WSP-CANT-ROLES             PIC 9(02) VALUE 0.
            05 WSP-TABLA-ROLES.
                10 WSP-ENTRADA-ROL OCCURS 10.
                    15 WSP-ROL            PIC X(03).
                    15 WSP-SUELDO-BANDA   PIC 9(07) OCCURS 4.

       01 WSC-PRESUPUESTO.
            05 WSB-MAX-BANDA              PIC 9(05) OCCURS 4.
            05 WSB-TOPE-SUELDOS           PIC 9(11) VALUE 0.

       01 WSC-COMPROMISOS.
            05 WSM-COMP-BANDA             PIC 9(05) OCCURS 4.
            05 WSM-COMP-SUELDOS           PIC 9(11) VALUE 0.

       01 WSC-LINEAS.
            05 WSL-LINEA-DIFERIDO.
                10 WSL-DIF-NOMBRE         PIC X(05).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIF-ID             PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIF-ROL            PIC X(03).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIF-ACTUAL         PIC X(09).
                10 FILLER                 PIC X(03) VALUE ' A '.
                10 WSL-DIF-NUEVA          PIC X(09).
                10 FILLER                 PIC X(05) VALUE ' EXP '.
                10 WSL-DIF-EXPERIENCIA    PIC ZZ9.
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-DIF-MOTIVO         PIC X(25).
            05 WSL-LINEA-TOTAL.
                10 FILLER                 PIC X(30) VALUE
                   'TOTAL PROGRESIONES DIFERIDAS: '.
                10 WSL-TOT-DIFERIDOS      PIC Z(04)9.

       01 WSC-RESUMEN.
            05 WSR-TOT-REGISTROS          PIC 9(07) VALUE 0.
            05 WSR-TOT-NO-ACEPTADOS       PIC 9(07) VALUE 0.
            05 WSR-TOT-PERSONAS           PIC 9(07) VALUE 0.
            05 WSR-TOT-SIN-CAMBIO         PIC 9(07) VALUE 0.
            05 WSR-TOT-PROMOVIDOS         PIC 9(07) VALUE 0.
            05 WSR-TOT-DIFERIDOS          PIC 9(07) VALUE 0.
            05 WSR-TOT-OMITIDOS           PIC 9(07) VALUE 0.
            05 WSR-PROM-BANDA             PIC 9(05) OCCURS 4.
            05 WSR-IMPACTO                PIC S9(13) VALUE 0.

       PROCEDURE DIVISION.

       00-CONTROL.
       PERFORM 10-INICIO.
       PERFORM 30-PROGRESAR.
       PERFORM 80-RESUMEN.
       PERFORM 90-FINAL.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       10-INICIO.
        DISPLAY 'PROGRESION ANUAL POR ANTIGUEDAD'.
        INITIALIZE WSC-RESUMEN.
        INITIALIZE WSC-COMPROMISOS.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WSA-FECHA-CORRIDA.
        MOVE WSA-FECHA-CORRIDA TO WSV-HOY-NUM.
        OPEN INPUT ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        PERFORM 14-LEER-PRESUPUESTO.
        PERFORM 15-LEER-PARAMETROS.
        PERFORM 17-CARGAR-COMPROMISOS.
        OPEN OUTPUT ARCH-DELTA.
        IF WSV-FS-DELFILE NOT = '00'
            MOVE 'DELFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DELFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN EXTEND ARCH-AUDITORIA.
        IF WSV-FS-AUDFILE NOT = '00'
            OPEN OUTPUT ARCH-AUDITORIA
        END-IF.
        IF WSV-FS-AUDFILE NOT = '00'
            MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN OUTPUT ARCH-DIFERIDOS.
        IF WSV-FS-DIFFILE NOT = '00'
            MOVE 'DIFFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DIFFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        MOVE 'PROGRESIONES DIFERIDAS POR PRESUPUESTO'
            TO REG-DIFERIDO.
        WRITE REG-DIFERIDO.
        MOVE '----------------------------------------'
            TO REG-DIFERIDO.
        WRITE REG-DIFERIDO.
        IF WSV-FS-DIFFILE NOT = '00'
            MOVE 'DIFFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DIFFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
       10-INICIO-END.
       EXIT.

       14-LEER-PRESUPUESTO.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            MOVE 99999 TO WSB-MAX-BANDA(WSV-SUB)
        END-PERFORM.
        MOVE 99999999999 TO WSB-TOPE-SUELDOS.
        OPEN INPUT ARCH-PRESUPUESTO.
        IF WSV-FS-BUDFILE = '00'
            READ ARCH-PRESUPUESTO
                AT END
                    CONTINUE
                NOT AT END
                    MOVE BUD-MAX-JUNIOR    TO WSB-MAX-BANDA(1)
                    MOVE BUD-MAX-SEMISR    TO WSB-MAX-BANDA(2)
                    MOVE BUD-MAX-SENIOR    TO WSB-MAX-BANDA(3)
                    MOVE BUD-MAX-PRINCIPAL TO WSB-MAX-BANDA(4)
                    MOVE BUD-TOPE-SUELDOS  TO WSB-TOPE-SUELDOS
            END-READ
            IF WSV-FS-BUDFILE NOT = '00' AND NOT = '10'
                MOVE 'BUDFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-BUDFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
            CLOSE ARCH-PRESUPUESTO
            IF WSV-FS-BUDFILE NOT = '00'
                MOVE 'BUDFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-BUDFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-BUDFILE NOT = '35'
                MOVE 'BUDFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-BUDFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
       14-LEER-PRESUPUESTO-END.
       EXIT.

       15-LEER-PARAMETROS.
        OPEN INPUT ARCH-PARAMETROS.
        IF WSV-FS-PARMFILE = '00'
            PERFORM UNTIL WSV-FS-PARMFILE NOT = '00'
                OR WSP-CANT-ROLES = WSC-MAX-ROLES
                READ ARCH-PARAMETROS
                    AT END
                        CONTINUE
                    NOT AT END
                        ADD 1 TO WSP-CANT-ROLES
                        MOVE PRM-ROL TO WSP-ROL(WSP-CANT-ROLES)
                        MOVE PRM-SUELDO-JUNIOR
                            TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 1)
                        MOVE PRM-SUELDO-SEMISR
                            TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 2)
                        MOVE PRM-SUELDO-SENIOR
                            TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 3)
                        MOVE PRM-SUELDO-PRINCIPAL
                            TO WSP-SUELDO-BANDA(WSP-CANT-ROLES 4)
                END-READ
            END-PERFORM
            IF WSV-FS-PARMFILE NOT = '00' AND NOT = '10'
                MOVE 'PARMFILE'      TO WSV-ES-ARCHIVO
                MOVE WSV-FS-PARMFILE TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
            CLOSE ARCH-PARAMETROS
            IF WSV-FS-PARMFILE NOT = '00'
                MOVE 'PARMFILE'      TO WSV-ES-ARCHIVO
                MOVE WSV-FS-PARMFILE TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-PARMFILE NOT = '35'
                MOVE 'PARMFILE'      TO WSV-ES-ARCHIVO
                MOVE WSV-FS-PARMFILE TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        IF WSP-CANT-ROLES = 0
            PERFORM 16-MATRIZ-DEFECTO
        END-IF.
       15-LEER-PARAMETROS-END.
       EXIT.

       16-MATRIZ-DEFECTO.
        MOVE 3 TO WSP-CANT-ROLES.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = WSP-CANT-ROLES
            ADD 1 TO WSV-SUB
            MOVE WSC-ROL-DEFECTO(WSV-SUB)
                TO WSP-ENTRADA-ROL(WSV-SUB)
        END-PERFORM.
       16-MATRIZ-DEFECTO-END.
       EXIT.

       17-CARGAR-COMPROMISOS.
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
                        PERFORM 17-ACUMULAR-COMPROMISO
                    END-IF
            END-READ
            IF WSV-FS-MSTFILE NOT = '00' AND NOT = '10'
                MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-PERFORM.
        MOVE 'N' TO WSV-EOF-MSTFILE.
       17-CARGAR-COMPROMISOS-END.
       EXIT.

       17-ACUMULAR-COMPROMISO.
        MOVE 0 TO WSV-BANDA-IDX.
        MOVE 0 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            IF MST-SENIORITY = WSC-NOM-BANDA(WSV-SUB)
                MOVE WSV-SUB TO WSV-BANDA-IDX
                MOVE 4 TO WSV-SUB
            END-IF
        END-PERFORM.
        IF WSV-BANDA-IDX = 0
            DISPLAY 'SENIORITY DESCONOCIDA EN MSTFILE: '
                MST-SENIORITY
        ELSE
            ADD 1          TO WSM-COMP-BANDA(WSV-BANDA-IDX)
            ADD MST-SUELDO TO WSM-COMP-SUELDOS
        END-IF.
       17-ACUMULAR-COMPROMISO-END.
       EXIT.

       30-PROGRESAR.
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
                       ADD 1 TO WSR-TOT-REGISTROS
                       IF MST-OFERTA-ACEPTADA
                           PERFORM 35-EVALUAR-PERSONA
                       ELSE
                           ADD 1 TO WSR-TOT-NO-ACEPTADOS
                       END-IF
               END-READ
               IF WSV-FS-MSTFILE NOT = '00' AND NOT = '10'
                   MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
       30-PROGRESAR-END.
       EXIT.

       35-EVALUAR-PERSONA.
           ADD 1 TO WSR-TOT-PERSONAS.
           MOVE 0 TO WSV-ROL-IDX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = WSP-CANT-ROLES
               ADD 1 TO WSV-SUB
               IF MST-ROL = WSP-ROL(WSV-SUB)
                   MOVE WSV-SUB TO WSV-ROL-IDX
                   MOVE WSP-CANT-ROLES TO WSV-SUB
               END-IF
           END-PERFORM.
           MOVE 0 TO WSV-BANDA-IDX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = 4
               ADD 1 TO WSV-SUB
               IF MST-SENIORITY = WSC-NOM-BANDA(WSV-SUB)
                   MOVE WSV-SUB TO WSV-BANDA-IDX
                   MOVE 4 TO WSV-SUB
               END-IF
           END-PERFORM.
           IF WSV-ROL-IDX = 0 OR WSV-BANDA-IDX = 0
               DISPLAY MST-NOMBRE
                   ' OMITIDO - ROL ' MST-ROL
                   ' O SENIORITY ' MST-SENIORITY
                   ' SIN BANDA VIGENTE'
               ADD 1 TO WSR-TOT-OMITIDOS
           ELSE
           IF MST-FECHA NOT NUMERIC
               DISPLAY MST-NOMBRE ' OMITIDO - FECHA DE INGRESO NO '
                   'NUMERICA EN MAESTRO: ' MST-FECHA
               ADD 1 TO WSR-TOT-OMITIDOS
           ELSE
               PERFORM 36-CALCULAR-BANDA
               IF WSV-BANDA-NVA > WSV-BANDA-IDX
                   PERFORM 37-PROMOVER
               ELSE
                   ADD 1 TO WSR-TOT-SIN-CAMBIO
               END-IF
           END-IF
           END-IF.
       35-EVALUAR-PERSONA-END.
       EXIT.

       36-CALCULAR-BANDA.
           IF MST-EXPERIENCIA NUMERIC
               MOVE MST-EXPERIENCIA TO WSV-EXPERIENCIA-ING
           ELSE
               MOVE WSC-PISO-BANDA(WSV-BANDA-IDX)
                   TO WSV-EXPERIENCIA-ING
           END-IF.
           MOVE MST-FECHA TO WSV-FECHA-NUM.
           IF WSV-FECHA-NUM > WSV-HOY-NUM
               MOVE 0 TO WSV-ANIOS
           ELSE
               COMPUTE WSV-ANIOS =
                   (WSV-HOY-NUM - WSV-FECHA-NUM) / 10000
           END-IF.
           COMPUTE WSV-EXPERIENCIA-ACT =
               WSV-EXPERIENCIA-ING + WSV-ANIOS.
           EVALUATE TRUE
           WHEN WSS-EXP-JUNIOR
               MOVE 1 TO WSV-BANDA-NVA
           WHEN WSS-EXP-SEMISR
               MOVE 2 TO WSV-BANDA-NVA
           WHEN WSS-EXP-SENIOR
               MOVE 3 TO WSV-BANDA-NVA
           WHEN OTHER
               MOVE 4 TO WSV-BANDA-NVA
           END-EVALUATE.
       36-CALCULAR-BANDA-END.
       EXIT.

       37-PROMOVER.
           MOVE WSP-SUELDO-BANDA(WSV-ROL-IDX WSV-BANDA-NVA)
               TO WSV-SUELDO-NVO.
           IF MST-SUELDO > WSV-SUELDO-NVO
               MOVE MST-SUELDO TO WSV-SUELDO-NVO
           END-IF.
           COMPUTE WSV-DIFERENCIA = WSV-SUELDO-NVO - MST-SUELDO.
           EVALUATE TRUE
           WHEN WSM-COMP-BANDA(WSV-BANDA-NVA) + 1
                   > WSB-MAX-BANDA(WSV-BANDA-NVA)
               MOVE 'CUPO DE BANDA AGOTADO' TO WSV-MOTIVO-DIFERIDO
               PERFORM 39-DIFERIR
           WHEN WSM-COMP-SUELDOS + WSV-DIFERENCIA > WSB-TOPE-SUELDOS
               MOVE 'TOPE DE NOMINA EXCEDIDO' TO WSV-MOTIVO-DIFERIDO
               PERFORM 39-DIFERIR
           WHEN OTHER
               PERFORM 38-GRABAR-PROGRESION
           END-EVALUATE.
       37-PROMOVER-END.
       EXIT.

       38-GRABAR-PROGRESION.
           DISPLAY MST-NOMBRE ' PROMOVIDO DE ' MST-SENIORITY ' A '
               WSC-NOM-BANDA(WSV-BANDA-NVA) ' CON ' WSV-EXPERIENCIA-ACT
               ' ANIOS DE EXPERIENCIA - SUELDO $' WSV-SUELDO-NVO ',-'.
           SUBTRACT 1 FROM WSM-COMP-BANDA(WSV-BANDA-IDX).
           ADD 1              TO WSM-COMP-BANDA(WSV-BANDA-NVA).
           ADD WSV-DIFERENCIA TO WSM-COMP-SUELDOS.

           MOVE MST-NOMBRE          TO DEL-NOMBRE.
           MOVE MST-ID              TO DEL-ID.
           MOVE MST-ROL             TO DEL-ROL.
           MOVE WSC-NOM-BANDA(WSV-BANDA-NVA) TO DEL-SENIORITY.
           MOVE MST-SUELDO          TO DEL-SUELDO-ANT.
           MOVE WSV-SUELDO-NVO      TO DEL-SUELDO-NVO.
           MOVE WSV-DIFERENCIA      TO DEL-DIFERENCIA.
           WRITE REG-DELTA.
           IF WSV-FS-DELFILE NOT = '00'
               MOVE 'DELFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-DELFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.

           MOVE WSA-FECHA-CORRIDA   TO AUD-FECHA.
           MOVE MST-NOMBRE          TO AUD-NOMBRE.
           MOVE MST-ID              TO AUD-ID.
           MOVE MST-ROL             TO AUD-ROL.
           MOVE WSC-NOM-BANDA(WSV-BANDA-NVA) TO AUD-SENIORITY.
           MOVE WSV-SUELDO-NVO      TO AUD-SUELDO.
           MOVE 'P'                 TO AUD-MOVIMIENTO.
           MOVE SPACES              TO AUD-APROBADOR.
           WRITE REG-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.

           ADD 1              TO WSR-TOT-PROMOVIDOS.
           ADD 1              TO WSR-PROM-BANDA(WSV-BANDA-NVA).
           ADD WSV-DIFERENCIA TO WSR-IMPACTO.
       38-GRABAR-PROGRESION-END.
       EXIT.

       39-DIFERIR.
           DISPLAY MST-NOMBRE ' PROGRESION A '
               WSC-NOM-BANDA(WSV-BANDA-NVA) ' DIFERIDA - '
               WSV-MOTIVO-DIFERIDO.
           MOVE MST-NOMBRE          TO WSL-DIF-NOMBRE.
           MOVE MST-ID              TO WSL-DIF-ID.
           MOVE MST-ROL             TO WSL-DIF-ROL.
           MOVE MST-SENIORITY       TO WSL-DIF-ACTUAL.
           MOVE WSC-NOM-BANDA(WSV-BANDA-NVA) TO WSL-DIF-NUEVA.
           MOVE WSV-EXPERIENCIA-ACT TO WSL-DIF-EXPERIENCIA.
           MOVE WSV-MOTIVO-DIFERIDO TO WSL-DIF-MOTIVO.
           MOVE WSL-LINEA-DIFERIDO  TO REG-DIFERIDO.
           WRITE REG-DIFERIDO.
           IF WSV-FS-DIFFILE NOT = '00'
               MOVE 'DIFFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-DIFFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO WSR-TOT-DIFERIDOS.
       39-DIFERIR-END.
       EXIT.

       80-RESUMEN.
        DISPLAY '===========  RESUMEN DE PROGRESION  ==========='.
        DISPLAY 'REGISTROS DEL MAESTRO LEIDOS: ' WSR-TOT-REGISTROS.
        DISPLAY 'REGISTROS NO ACEPTADOS O INACTIVOS: '
            WSR-TOT-NO-ACEPTADOS.
        DISPLAY 'PERSONAS EVALUADAS: ' WSR-TOT-PERSONAS.
        DISPLAY 'PERSONAS SIN CAMBIO DE BANDA: ' WSR-TOT-SIN-CAMBIO.
        DISPLAY 'PERSONAS PROMOVIDAS: ' WSR-TOT-PROMOVIDOS.
        MOVE 1 TO WSV-SUB.
        PERFORM UNTIL WSV-SUB = 4
            ADD 1 TO WSV-SUB
            DISPLAY '  A ' WSC-NOM-BANDA(WSV-SUB) ': '
                WSR-PROM-BANDA(WSV-SUB)
        END-PERFORM.
        DISPLAY 'PROGRESIONES DIFERIDAS: ' WSR-TOT-DIFERIDOS.
        DISPLAY 'PERSONAS OMITIDAS: ' WSR-TOT-OMITIDOS.
        DISPLAY 'IMPACTO NETO EN NOMINA: $' WSR-IMPACTO ',-'.
       80-RESUMEN-END.
       EXIT.

       90-FINAL.
        MOVE WSR-TOT-DIFERIDOS TO WSL-TOT-DIFERIDOS.
        MOVE WSL-LINEA-TOTAL   TO REG-DIFERIDO.
        WRITE REG-DIFERIDO.
        IF WSV-FS-DIFFILE NOT = '00'
            MOVE 'DIFFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DIFFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-DELTA.
        IF WSV-FS-DELFILE NOT = '00'
            MOVE 'DELFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DELFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-AUDITORIA.
        IF WSV-FS-AUDFILE NOT = '00'
            MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-DIFERIDOS.
        IF WSV-FS-DIFFILE NOT = '00'
            MOVE 'DIFFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-DIFFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        EVALUATE TRUE
        WHEN WSR-TOT-REGISTROS = 0
            DISPLAY 'MAESTRO SIN CLASIFICACIONES - NADA PARA '
                'PROGRESAR'
            MOVE 8 TO RETURN-CODE
        WHEN WSR-TOT-DIFERIDOS > 0 OR WSR-TOT-OMITIDOS > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
        END-EVALUATE.
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
