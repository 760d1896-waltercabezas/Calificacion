       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MAESTRO ASSIGN TO 'MSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MSTORD.

           SELECT ARCH-PARAMETROS ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PARMFILE.

           SELECT ARCH-TOLERANCIA ASSIGN TO 'TOLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-TOLFILE.

           SELECT ARCH-INFORME ASSIGN TO 'EQUFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EQUFILE.

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

       FD  ARCH-TOLERANCIA.
       01  REG-TOLERANCIA.
           05  TOL-PCT               PIC 9(03).

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
            05 WSV-FS-MSTORD              PIC X(02) VALUE '00'.
            05 WSV-EOF-MSTORD             PIC X(01) VALUE 'N'.
                88 WSS-EOF-MSTORD           VALUE 'Y'.
            05 WSV-FS-PARMFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-TOLFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-EQUFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(02) VALUE 0.
            05 WSV-ROL-IDX                PIC 9(02) VALUE 0.
            05 WSV-BANDA-IDX              PIC 9(01) VALUE 0.
            05 WSV-DESVIO                 PIC S9(05)V9 VALUE 0.

       01 WSC-ERRORES.
            05 WSV-ES-ARCHIVO             PIC X(08) VALUE SPACES.
            05 WSV-ES-STATUS              PIC X(02) VALUE '00'.

       01 WSC-TOLERANCIA.
            05 WSE-PCT-TOLERANCIA         PIC 9(03) VALUE 10.

       01 WSC-PARAMETROS.
            05 WSP-CANT-ROLES             PIC 9(02) VALUE 0.
            05 WSP-TABLA-ROLES.
                10 WSP-ENTRADA-ROL OCCURS 10.
                    15 WSP-ROL            PIC X(03).
                    15 WSP-SUELDO-BANDA   PIC 9(07) OCCURS 4.

       01 WSC-GRUPO.
            05 WSG-ROL                    PIC X(03) VALUE SPACES.
            05 WSG-BANDA                  PIC X(09) VALUE SPACES.
            05 WSG-TARIFA                 PIC 9(07) VALUE 0.
            05 WSG-CANT                   PIC 9(05) VALUE 0.
            05 WSG-SUMA                   PIC 9(11) VALUE 0.
            05 WSG-MINIMO                 PIC 9(07) VALUE 0.
            05 WSG-MAXIMO                 PIC 9(07) VALUE 0.
            05 WSG-NEGOCIADOS             PIC 9(05) VALUE 0.
            05 WSG-PROMEDIO               PIC 9(07) VALUE 0.
            05 WSG-COMPA                  PIC 9V99 VALUE 0.
            05 WSG-PCT-NEGOCIADOS         PIC 9(03) VALUE 0.
            05 WSG-HAY-ANTERIOR           PIC X(01) VALUE 'N'.
                88 WSS-HAY-ANTERIOR         VALUE 'S'.
            05 WSG-ANT-NOMBRE             PIC X(05) VALUE SPACES.
            05 WSG-ANT-ID                 PIC X(06) VALUE SPACES.
            05 WSG-ANT-FECHA              PIC X(08) VALUE SPACES.
            05 WSG-ANT-SUELDO             PIC 9(07) VALUE 0.
            05 WSG-HAY-BLOQUE             PIC X(01) VALUE 'N'.
                88 WSS-HAY-BLOQUE           VALUE 'S'.
            05 WSG-BLQ-NOMBRE             PIC X(05) VALUE SPACES.
            05 WSG-BLQ-ID                 PIC X(06) VALUE SPACES.
            05 WSG-BLQ-FECHA              PIC X(08) VALUE SPACES.
            05 WSG-BLQ-SUELDO             PIC 9(07) VALUE 0.

       01 WSC-LINEAS.
            05 WSL-TOLERANCIA.
                10 FILLER                 PIC X(41) VALUE
                   'TOLERANCIA SOBRE LA TARIFA DE MATRIZ: +/-'.
                10 WSL-TOL-PCT            PIC ZZ9.
                10 FILLER                 PIC X(01) VALUE '%'.
            05 WSL-GRUPO.
                10 FILLER                 PIC X(04) VALUE 'ROL '.
                10 WSL-GRP-ROL            PIC X(03).
                10 FILLER                 PIC X(08) VALUE '  BANDA '.
                10 WSL-GRP-BANDA          PIC X(09).
                10 FILLER                 PIC X(02) VALUE SPACES.
                10 WSL-GRP-TEXTO          PIC X(16).
                10 WSL-GRP-TARIFA         PIC Z,ZZZ,ZZ9
                                          BLANK WHEN ZERO.
            05 WSL-FUERA.
                10 FILLER                 PIC X(13) VALUE
                   '  FUERA TOL. '.
                10 WSL-FUE-NOMBRE         PIC X(05).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-FUE-ID             PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-FUE-FECHA          PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-FUE-SUELDO         PIC Z,ZZZ,ZZ9.
                10 FILLER                 PIC X(08) VALUE ' DESVIO '.
                10 WSL-FUE-DESVIO         PIC -ZZZ9.9.
                10 FILLER                 PIC X(06) VALUE '% NEG '.
                10 WSL-FUE-NEGOCIADO      PIC X(01).
            05 WSL-COMPRESION.
                10 FILLER                 PIC X(13) VALUE
                   '  COMPRESION '.
                10 WSL-CMP-NOMBRE         PIC X(05).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-ID             PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-FECHA          PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-SUELDO         PIC Z,ZZZ,ZZ9.
                10 FILLER                 PIC X(03) VALUE ' > '.
                10 WSL-CMP-ANT-NOMBRE     PIC X(05).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-ANT-ID         PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-ANT-FECHA      PIC X(08).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-CMP-ANT-SUELDO     PIC Z,ZZZ,ZZ9.
            05 WSL-PIE.
                10 FILLER                 PIC X(07) VALUE '  CANT '.
                10 WSL-PIE-CANT           PIC ZZZZ9.
                10 FILLER                 PIC X(05) VALUE ' MIN '.
                10 WSL-PIE-MINIMO         PIC Z,ZZZ,ZZ9.
                10 FILLER                 PIC X(05) VALUE ' MAX '.
                10 WSL-PIE-MAXIMO         PIC Z,ZZZ,ZZ9.
                10 FILLER                 PIC X(06) VALUE ' PROM '.
                10 WSL-PIE-PROMEDIO       PIC Z,ZZZ,ZZ9.
                10 FILLER                 PIC X(07) VALUE ' COMPA '.
                10 WSL-PIE-COMPA          PIC 9.99 BLANK WHEN ZERO.
                10 FILLER                 PIC X(05) VALUE ' NEG '.
                10 WSL-PIE-PCT-NEG        PIC ZZ9.
                10 FILLER                 PIC X(01) VALUE '%'.
            05 WSL-TOTAL.
                10 WSL-TOT-TEXTO          PIC X(30).
                10 WSL-TOT-CANT           PIC ZZZ,ZZ9.

       01 WSC-RESUMEN.
            05 WSR-TOT-REGISTROS          PIC 9(07) VALUE 0.
            05 WSR-TOT-INACTIVOS          PIC 9(07) VALUE 0.
            05 WSR-TOT-PERSONAS           PIC 9(07) VALUE 0.
            05 WSR-TOT-GRUPOS             PIC 9(05) VALUE 0.
            05 WSR-TOT-SIN-TARIFA         PIC 9(07) VALUE 0.
            05 WSR-TOT-FUERA              PIC 9(07) VALUE 0.
            05 WSR-TOT-COMPRESION         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       00-CONTROL.
       PERFORM 10-INICIO.
       PERFORM 20-PROCESO.
       PERFORM 80-RESUMEN.
       PERFORM 90-FINAL.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

       10-INICIO.
        DISPLAY 'INFORME DE EQUIDAD SALARIAL'.
        INITIALIZE WSC-RESUMEN.
        OPEN INPUT ARCH-MAESTRO.
        IF WSV-FS-MSTORD NOT = '00'
            MOVE 'MSTORD'        TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTORD   TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN OUTPUT ARCH-INFORME.
        IF WSV-FS-EQUFILE NOT = '00'
            MOVE 'EQUFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-EQUFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        PERFORM 12-LEER-TOLERANCIA.
        PERFORM 15-LEER-PARAMETROS.
        MOVE 'EQUIDAD SALARIAL POR ROL Y BANDA' TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE '----------------------------------------'
            TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE WSE-PCT-TOLERANCIA TO WSL-TOL-PCT.
        MOVE WSL-TOLERANCIA TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
       10-INICIO-END.
       EXIT.

       12-LEER-TOLERANCIA.
        OPEN INPUT ARCH-TOLERANCIA.
        IF WSV-FS-TOLFILE = '00'
            READ ARCH-TOLERANCIA
                AT END
                    CONTINUE
                NOT AT END
                    IF TOL-PCT NUMERIC
                        MOVE TOL-PCT TO WSE-PCT-TOLERANCIA
                    END-IF
            END-READ
            IF WSV-FS-TOLFILE NOT = '00' AND NOT = '10'
                MOVE 'TOLFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-TOLFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
            CLOSE ARCH-TOLERANCIA
            IF WSV-FS-TOLFILE NOT = '00'
                MOVE 'TOLFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-TOLFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        ELSE
            IF WSV-FS-TOLFILE NOT = '35'
                MOVE 'TOLFILE'       TO WSV-ES-ARCHIVO
                MOVE WSV-FS-TOLFILE  TO WSV-ES-STATUS
                PERFORM 99-ERROR-ARCHIVO
            END-IF
        END-IF.
        DISPLAY 'TOLERANCIA SOBRE LA TARIFA DE MATRIZ: +/-'
            WSE-PCT-TOLERANCIA '%'.
       12-LEER-TOLERANCIA-END.
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

       20-PROCESO.
           PERFORM UNTIL WSS-EOF-MSTORD
               READ ARCH-MAESTRO
                   AT END
                       SET WSS-EOF-MSTORD TO TRUE
                   NOT AT END
                       ADD 1 TO WSR-TOT-REGISTROS
                       PERFORM 21-PROCESAR-PERSONA
               END-READ
               IF WSV-FS-MSTORD NOT = '00' AND NOT = '10'
                   MOVE 'MSTORD'        TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTORD   TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
           IF WSG-CANT > 0
               PERFORM 30-CERRAR-GRUPO
           END-IF.
       20-PROCESO-END.
       EXIT.

       21-PROCESAR-PERSONA.
           IF MST-INACTIVO
               ADD 1 TO WSR-TOT-INACTIVOS
           ELSE
               PERFORM 22-EVALUAR-PERSONA
           END-IF.
       21-PROCESAR-PERSONA-END.
       EXIT.

       22-EVALUAR-PERSONA.
           ADD 1 TO WSR-TOT-PERSONAS.
           IF MST-ROL NOT = WSG-ROL
               OR MST-SENIORITY NOT = WSG-BANDA
               IF WSG-CANT > 0
                   PERFORM 30-CERRAR-GRUPO
               END-IF
               PERFORM 25-ABRIR-GRUPO
           END-IF.
           PERFORM 26-ACUMULAR-PERSONA.
           IF WSG-TARIFA > 0
               PERFORM 27-VERIFICAR-TOLERANCIA
           ELSE
               ADD 1 TO WSR-TOT-SIN-TARIFA
           END-IF.
           PERFORM 28-VERIFICAR-COMPRESION.
       22-EVALUAR-PERSONA-END.
       EXIT.

       25-ABRIR-GRUPO.
           INITIALIZE WSC-GRUPO.
           MOVE MST-ROL       TO WSG-ROL.
           MOVE MST-SENIORITY TO WSG-BANDA.
           ADD 1 TO WSR-TOT-GRUPOS.
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
               DISPLAY 'ROL ' MST-ROL ' O SENIORITY ' MST-SENIORITY
                   ' SIN TARIFA VIGENTE - SIN CONTROL DE TOLERANCIA'
               MOVE 'SIN TARIFA'       TO WSL-GRP-TEXTO
           ELSE
               MOVE WSP-SUELDO-BANDA(WSV-ROL-IDX WSV-BANDA-IDX)
                   TO WSG-TARIFA
               MOVE 'TARIFA MATRIZ $'  TO WSL-GRP-TEXTO
           END-IF.
           MOVE SPACES TO REG-INFORME.
           PERFORM 60-GRABAR-LINEA.
           MOVE WSG-ROL    TO WSL-GRP-ROL.
           MOVE WSG-BANDA  TO WSL-GRP-BANDA.
           MOVE WSG-TARIFA TO WSL-GRP-TARIFA.
           MOVE WSL-GRUPO  TO REG-INFORME.
           PERFORM 60-GRABAR-LINEA.
       25-ABRIR-GRUPO-END.
       EXIT.

       26-ACUMULAR-PERSONA.
           IF WSG-CANT = 0 OR MST-SUELDO < WSG-MINIMO
               MOVE MST-SUELDO TO WSG-MINIMO
           END-IF.
           IF MST-SUELDO > WSG-MAXIMO
               MOVE MST-SUELDO TO WSG-MAXIMO
           END-IF.
           ADD 1          TO WSG-CANT.
           ADD MST-SUELDO TO WSG-SUMA.
           IF MST-SUELDO-NEGOCIADO
               ADD 1 TO WSG-NEGOCIADOS
           END-IF.
       26-ACUMULAR-PERSONA-END.
       EXIT.

       27-VERIFICAR-TOLERANCIA.
           COMPUTE WSV-DESVIO ROUNDED =
               (MST-SUELDO - WSG-TARIFA) * 100 / WSG-TARIFA.
           IF WSV-DESVIO > WSE-PCT-TOLERANCIA
               OR WSV-DESVIO + WSE-PCT-TOLERANCIA < 0
               MOVE MST-NOMBRE    TO WSL-FUE-NOMBRE
               MOVE MST-ID        TO WSL-FUE-ID
               MOVE MST-FECHA     TO WSL-FUE-FECHA
               MOVE MST-SUELDO    TO WSL-FUE-SUELDO
               MOVE WSV-DESVIO    TO WSL-FUE-DESVIO
               MOVE MST-NEGOCIADO TO WSL-FUE-NEGOCIADO
               MOVE WSL-FUERA     TO REG-INFORME
               PERFORM 60-GRABAR-LINEA
               ADD 1 TO WSR-TOT-FUERA
           END-IF.
       27-VERIFICAR-TOLERANCIA-END.
       EXIT.

       28-VERIFICAR-COMPRESION.
           IF WSS-HAY-BLOQUE AND MST-FECHA = WSG-BLQ-FECHA
               IF MST-SUELDO < WSG-BLQ-SUELDO
                   PERFORM 28-TOMAR-BLOQUE
               END-IF
           ELSE
               IF WSS-HAY-BLOQUE
                   IF NOT WSS-HAY-ANTERIOR
                       OR WSG-BLQ-SUELDO < WSG-ANT-SUELDO
                       MOVE WSG-BLQ-NOMBRE TO WSG-ANT-NOMBRE
                       MOVE WSG-BLQ-ID     TO WSG-ANT-ID
                       MOVE WSG-BLQ-FECHA  TO WSG-ANT-FECHA
                       MOVE WSG-BLQ-SUELDO TO WSG-ANT-SUELDO
                       SET WSS-HAY-ANTERIOR TO TRUE
                   END-IF
               END-IF
               PERFORM 28-TOMAR-BLOQUE
               SET WSS-HAY-BLOQUE TO TRUE
           END-IF.
           IF WSS-HAY-ANTERIOR AND MST-SUELDO > WSG-ANT-SUELDO
               PERFORM 29-GRABAR-COMPRESION
           END-IF.
       28-VERIFICAR-COMPRESION-END.
       EXIT.

       28-TOMAR-BLOQUE.
           MOVE MST-NOMBRE TO WSG-BLQ-NOMBRE.
           MOVE MST-ID     TO WSG-BLQ-ID.
           MOVE MST-FECHA  TO WSG-BLQ-FECHA.
           MOVE MST-SUELDO TO WSG-BLQ-SUELDO.
       28-TOMAR-BLOQUE-END.
       EXIT.

       29-GRABAR-COMPRESION.
           MOVE MST-NOMBRE     TO WSL-CMP-NOMBRE.
           MOVE MST-ID         TO WSL-CMP-ID.
           MOVE MST-FECHA      TO WSL-CMP-FECHA.
           MOVE MST-SUELDO     TO WSL-CMP-SUELDO.
           MOVE WSG-ANT-NOMBRE TO WSL-CMP-ANT-NOMBRE.
           MOVE WSG-ANT-ID     TO WSL-CMP-ANT-ID.
           MOVE WSG-ANT-FECHA  TO WSL-CMP-ANT-FECHA.
           MOVE WSG-ANT-SUELDO TO WSL-CMP-ANT-SUELDO.
           MOVE WSL-COMPRESION TO REG-INFORME.
           PERFORM 60-GRABAR-LINEA.
           ADD 1 TO WSR-TOT-COMPRESION.
       29-GRABAR-COMPRESION-END.
       EXIT.

       30-CERRAR-GRUPO.
           COMPUTE WSG-PROMEDIO ROUNDED = WSG-SUMA / WSG-CANT.
           IF WSG-TARIFA > 0
               COMPUTE WSG-COMPA ROUNDED =
                   WSG-PROMEDIO / WSG-TARIFA
           ELSE
               MOVE 0 TO WSG-COMPA
           END-IF.
           COMPUTE WSG-PCT-NEGOCIADOS ROUNDED =
               WSG-NEGOCIADOS * 100 / WSG-CANT.
           MOVE WSG-CANT           TO WSL-PIE-CANT.
           MOVE WSG-MINIMO         TO WSL-PIE-MINIMO.
           MOVE WSG-MAXIMO         TO WSL-PIE-MAXIMO.
           MOVE WSG-PROMEDIO       TO WSL-PIE-PROMEDIO.
           MOVE WSG-COMPA          TO WSL-PIE-COMPA.
           MOVE WSG-PCT-NEGOCIADOS TO WSL-PIE-PCT-NEG.
           MOVE WSL-PIE            TO REG-INFORME.
           PERFORM 60-GRABAR-LINEA.
       30-CERRAR-GRUPO-END.
       EXIT.

       60-GRABAR-LINEA.
           WRITE REG-INFORME.
           IF WSV-FS-EQUFILE NOT = '00'
               MOVE 'EQUFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-EQUFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       60-GRABAR-LINEA-END.
       EXIT.

       80-RESUMEN.
        MOVE SPACES TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'PERSONAS ACTIVAS EVALUADAS:'  TO WSL-TOT-TEXTO.
        MOVE WSR-TOT-PERSONAS               TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'GRUPOS ROL Y BANDA:'          TO WSL-TOT-TEXTO.
        MOVE WSR-TOT-GRUPOS                 TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'FUERA DE TOLERANCIA:'         TO WSL-TOT-TEXTO.
        MOVE WSR-TOT-FUERA                  TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'CASOS DE COMPRESION:'         TO WSL-TOT-TEXTO.
        MOVE WSR-TOT-COMPRESION             TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        MOVE 'SIN TARIFA EN MATRIZ:'        TO WSL-TOT-TEXTO.
        MOVE WSR-TOT-SIN-TARIFA             TO WSL-TOT-CANT.
        MOVE WSL-TOTAL                      TO REG-INFORME.
        PERFORM 60-GRABAR-LINEA.
        DISPLAY '=========  RESUMEN DE EQUIDAD SALARIAL  ========='.
        DISPLAY 'REGISTROS DEL MAESTRO LEIDOS: ' WSR-TOT-REGISTROS.
        DISPLAY 'PERSONAS INACTIVAS (BAJAS, RECHAZOS, VENCIDAS): '
            WSR-TOT-INACTIVOS.
        DISPLAY 'PERSONAS ACTIVAS EVALUADAS: ' WSR-TOT-PERSONAS.
        DISPLAY 'GRUPOS ROL Y BANDA: ' WSR-TOT-GRUPOS.
        DISPLAY 'FUERA DE TOLERANCIA: ' WSR-TOT-FUERA.
        DISPLAY 'CASOS DE COMPRESION: ' WSR-TOT-COMPRESION.
        DISPLAY 'SIN TARIFA EN MATRIZ: ' WSR-TOT-SIN-TARIFA.
       80-RESUMEN-END.
       EXIT.

       90-FINAL.
        CLOSE ARCH-MAESTRO.
        IF WSV-FS-MSTORD NOT = '00'
            MOVE 'MSTORD'        TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTORD   TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-INFORME.
        IF WSV-FS-EQUFILE NOT = '00'
            MOVE 'EQUFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-EQUFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        EVALUATE TRUE
        WHEN WSR-TOT-PERSONAS = 0
            DISPLAY 'MAESTRO SIN PERSONAS ACTIVAS - NADA PARA '
                'INFORMAR'
            MOVE 8 TO RETURN-CODE
        WHEN WSR-TOT-FUERA > 0 OR WSR-TOT-COMPRESION > 0
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
