       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTMAESTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TRANSACCION ASSIGN TO 'TRNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-TRNFILE.

           SELECT ARCH-MAESTRO ASSIGN TO 'MSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WSV-FS-MSTFILE.

           SELECT ARCH-PARAMETROS ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PARMFILE.

           SELECT ARCH-AJUSTES ASSIGN TO 'AJUFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AJUFILE.

           SELECT ARCH-AUDITORIA ASSIGN TO 'AUDFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDFILE.

           SELECT ARCH-RECHAZOS ASSIGN TO 'REJFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REJFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TRANSACCION.
       01  REG-TRANSACCION.
           05  TRN-TIPO              PIC X(01).
               88  TRN-CORRIGE-NOMBRE  VALUE 'N'.
               88  TRN-TRASLADA-ROL    VALUE 'R'.
               88  TRN-CORRIGE-SUELDO  VALUE 'S'.
           05  TRN-ID                PIC X(06).
           05  TRN-NOMBRE            PIC X(05).
           05  TRN-ROL               PIC X(03).
           05  TRN-SUELDO            PIC 9(07).
           05  TRN-APROBADOR         PIC X(08).

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

       FD  ARCH-AJUSTES.
       01  REG-AJUSTE.
           05  AJU-NOMBRE            PIC X(05).
           05  AJU-ID                PIC X(06).
           05  AJU-ROL               PIC X(03).
           05  AJU-SENIORITY         PIC X(09).
           05  AJU-SUELDO-NVO        PIC 9(07).
           05  AJU-DIFERENCIA        PIC S9(07)
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

       FD  ARCH-RECHAZOS.
       01  REG-RECHAZO.
           05  REC-NOMBRE            PIC X(05).
           05  REC-ID                PIC X(06).
           05  REC-EXPERIENCIA       PIC 9(02).
           05  REC-MOTIVO            PIC X(30).

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
            05 WSV-FS-TRNFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-TRNFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-TRNFILE          VALUE 'Y'.
            05 WSV-FS-MSTFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-PARMFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-AJUFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-AUDFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-REJFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(02) VALUE 0.
            05 WSV-ROL-BUSCADO            PIC X(03) VALUE SPACES.
            05 WSV-ROL-IDX                PIC 9(02) VALUE 0.
            05 WSV-BANDA-IDX              PIC 9(01) VALUE 0.
            05 WSV-SUELDO-NVO             PIC 9(07) VALUE 0.
            05 WSV-DIFERENCIA             PIC S9(07) VALUE 0.
            05 WSV-MOVIMIENTO-AUD         PIC X(01) VALUE SPACE.

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

       01 WSC-RESUMEN.
            05 WSR-TOT-TRANSACCIONES      PIC 9(05) VALUE 0.
            05 WSR-TOT-NOMBRES            PIC 9(05) VALUE 0.
            05 WSR-TOT-TRASLADOS          PIC 9(05) VALUE 0.
            05 WSR-TOT-SUELDOS            PIC 9(05) VALUE 0.
            05 WSR-TOT-RECHAZADOS         PIC 9(05) VALUE 0.
            05 WSR-IMPACTO                PIC S9(13) VALUE 0.

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
        DISPLAY 'MANTENIMIENTO DEL MAESTRO DE POSTULANTES'.
        INITIALIZE WSC-RESUMEN.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WSA-FECHA-CORRIDA.
        PERFORM 15-LEER-PARAMETROS.
        OPEN INPUT ARCH-TRANSACCION.
        IF WSV-FS-TRNFILE NOT = '00'
            MOVE 'TRNFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-TRNFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN I-O ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN OUTPUT ARCH-AJUSTES.
        IF WSV-FS-AJUFILE NOT = '00'
            MOVE 'AJUFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AJUFILE  TO WSV-ES-STATUS
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
        OPEN OUTPUT ARCH-RECHAZOS.
        IF WSV-FS-REJFILE NOT = '00'
            MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
       10-INICIO-END.
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
           PERFORM UNTIL WSS-EOF-TRNFILE
               READ ARCH-TRANSACCION
                   AT END
                       SET WSS-EOF-TRNFILE TO TRUE
                   NOT AT END
                       ADD 1 TO WSR-TOT-TRANSACCIONES
                       PERFORM 25-APLICAR-TRANSACCION
               END-READ
               IF WSV-FS-TRNFILE NOT = '00' AND NOT = '10'
                   MOVE 'TRNFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-TRNFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
           END-PERFORM.
       20-PROCESO-END.
       EXIT.

       25-APLICAR-TRANSACCION.
           MOVE TRN-ID TO MST-ID.
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE TRN-NOMBRE TO REC-NOMBRE
                   MOVE 'ID INEXISTENTE EN MAESTRO'
                       TO REC-MOTIVO
                   PERFORM 29-RECHAZAR-TRANSACCION
               NOT INVALID KEY
                   MOVE MST-NOMBRE TO REC-NOMBRE
                   EVALUATE TRUE
                   WHEN MST-INACTIVO
                       MOVE 'MANTENIMIENTO SOBRE INACTIVO'
                           TO REC-MOTIVO
                       PERFORM 29-RECHAZAR-TRANSACCION
                   WHEN TRN-CORRIGE-NOMBRE
                       PERFORM 30-CORREGIR-NOMBRE
                   WHEN TRN-TRASLADA-ROL
                       PERFORM 31-TRASLADAR-ROL
                   WHEN TRN-CORRIGE-SUELDO
                       PERFORM 32-CORREGIR-SUELDO
                   WHEN OTHER
                       MOVE 'TIPO DE TRANSACCION INVALIDO'
                           TO REC-MOTIVO
                       PERFORM 29-RECHAZAR-TRANSACCION
                   END-EVALUATE
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       25-APLICAR-TRANSACCION-END.
       EXIT.

       26-BUSCAR-ROL.
           MOVE 0 TO WSV-ROL-IDX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = WSP-CANT-ROLES
               ADD 1 TO WSV-SUB
               IF WSV-ROL-BUSCADO = WSP-ROL(WSV-SUB)
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
       26-BUSCAR-ROL-END.
       EXIT.

       27-REGRABAR-MAESTRO.
           REWRITE REG-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       27-REGRABAR-MAESTRO-END.
       EXIT.

       28-GRABAR-AUDITORIA.
           MOVE WSA-FECHA-CORRIDA   TO AUD-FECHA.
           MOVE MST-NOMBRE          TO AUD-NOMBRE.
           MOVE MST-ID              TO AUD-ID.
           MOVE MST-ROL             TO AUD-ROL.
           MOVE MST-SENIORITY       TO AUD-SENIORITY.
           MOVE MST-SUELDO          TO AUD-SUELDO.
           MOVE WSV-MOVIMIENTO-AUD  TO AUD-MOVIMIENTO.
           MOVE TRN-APROBADOR       TO AUD-APROBADOR.
           WRITE REG-AUDITORIA.
           IF WSV-FS-AUDFILE NOT = '00'
               MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       28-GRABAR-AUDITORIA-END.
       EXIT.

       29-RECHAZAR-TRANSACCION.
           DISPLAY TRN-ID ' TRANSACCION ' TRN-TIPO ' RECHAZADA: '
               REC-MOTIVO.
           MOVE TRN-ID     TO REC-ID.
           MOVE 0          TO REC-EXPERIENCIA.
           WRITE REG-RECHAZO.
           IF WSV-FS-REJFILE NOT = '00'
               MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO WSR-TOT-RECHAZADOS.
       29-RECHAZAR-TRANSACCION-END.
       EXIT.

       30-CORREGIR-NOMBRE.
           IF TRN-NOMBRE = SPACES
               MOVE 'NOMBRE NUEVO EN BLANCO' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           ELSE
               DISPLAY MST-ID ' NOMBRE CORREGIDO DE ' MST-NOMBRE
                   ' A ' TRN-NOMBRE
               MOVE 'C' TO WSV-MOVIMIENTO-AUD
               PERFORM 28-GRABAR-AUDITORIA
               MOVE TRN-NOMBRE TO MST-NOMBRE
               PERFORM 27-REGRABAR-MAESTRO
               MOVE 'M' TO WSV-MOVIMIENTO-AUD
               PERFORM 28-GRABAR-AUDITORIA
               ADD 1 TO WSR-TOT-NOMBRES
           END-IF.
       30-CORREGIR-NOMBRE-END.
       EXIT.

       31-TRASLADAR-ROL.
           MOVE TRN-ROL TO WSV-ROL-BUSCADO.
           PERFORM 26-BUSCAR-ROL.
           EVALUATE TRUE
           WHEN WSV-ROL-IDX = 0
               MOVE 'ROL DESCONOCIDO EN PARAMETROS' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           WHEN TRN-ROL = MST-ROL
               MOVE 'TRASLADO AL MISMO ROL' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           WHEN WSV-BANDA-IDX = 0
               MOVE 'SENIORITY DESCONOCIDA' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           WHEN OTHER
               PERFORM 33-GRABAR-TRASLADO
           END-EVALUATE.
       31-TRASLADAR-ROL-END.
       EXIT.

       32-CORREGIR-SUELDO.
           EVALUATE TRUE
           WHEN TRN-APROBADOR = SPACES
               MOVE 'SUELDO CORREGIDO SIN APROBADOR' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           WHEN TRN-SUELDO NOT NUMERIC OR TRN-SUELDO = 0
               MOVE 'SUELDO NUEVO INVALIDO' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           WHEN TRN-SUELDO = MST-SUELDO
               MOVE 'SUELDO IGUAL AL ACTUAL' TO REC-MOTIVO
               PERFORM 29-RECHAZAR-TRANSACCION
           WHEN OTHER
               PERFORM 34-GRABAR-SUELDO
           END-EVALUATE.
       32-CORREGIR-SUELDO-END.
       EXIT.

       33-GRABAR-TRASLADO.
           MOVE WSP-SUELDO-BANDA(WSV-ROL-IDX WSV-BANDA-IDX)
               TO WSV-SUELDO-NVO.
           COMPUTE WSV-DIFERENCIA = WSV-SUELDO-NVO - MST-SUELDO.
           DISPLAY MST-NOMBRE ' TRASLADADO DE ' MST-ROL ' A ' TRN-ROL
               ' ' MST-SENIORITY ' - SUELDO $' WSV-SUELDO-NVO ',-'.
           MOVE 'C' TO WSV-MOVIMIENTO-AUD.
           PERFORM 28-GRABAR-AUDITORIA.
           MOVE TRN-ROL        TO MST-ROL.
           MOVE WSV-SUELDO-NVO TO MST-SUELDO.
           MOVE 'N'            TO MST-NEGOCIADO.
           PERFORM 27-REGRABAR-MAESTRO.
           MOVE 'M' TO WSV-MOVIMIENTO-AUD.
           PERFORM 28-GRABAR-AUDITORIA.

           MOVE MST-NOMBRE          TO AJU-NOMBRE.
           MOVE MST-ID              TO AJU-ID.
           MOVE MST-ROL             TO AJU-ROL.
           MOVE MST-SENIORITY       TO AJU-SENIORITY.
           MOVE WSV-SUELDO-NVO      TO AJU-SUELDO-NVO.
           MOVE WSV-DIFERENCIA      TO AJU-DIFERENCIA.
           WRITE REG-AJUSTE.
           IF WSV-FS-AJUFILE NOT = '00'
               MOVE 'AJUFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-AJUFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.

           ADD 1              TO WSR-TOT-TRASLADOS.
           ADD WSV-DIFERENCIA TO WSR-IMPACTO.
       33-GRABAR-TRASLADO-END.
       EXIT.

       34-GRABAR-SUELDO.
           DISPLAY MST-NOMBRE ' SUELDO CORREGIDO DE $' MST-SUELDO
               ',- A $' TRN-SUELDO ',- APROBADO POR ' TRN-APROBADOR.
           MOVE MST-ROL TO WSV-ROL-BUSCADO.
           PERFORM 26-BUSCAR-ROL.
           MOVE 'C' TO WSV-MOVIMIENTO-AUD.
           PERFORM 28-GRABAR-AUDITORIA.
           MOVE TRN-SUELDO TO MST-SUELDO.
           IF WSV-ROL-IDX > 0 AND WSV-BANDA-IDX > 0
               AND TRN-SUELDO =
                   WSP-SUELDO-BANDA(WSV-ROL-IDX WSV-BANDA-IDX)
               MOVE 'N' TO MST-NEGOCIADO
           ELSE
               MOVE 'S' TO MST-NEGOCIADO
           END-IF.
           PERFORM 27-REGRABAR-MAESTRO.
           MOVE 'M' TO WSV-MOVIMIENTO-AUD.
           PERFORM 28-GRABAR-AUDITORIA.
           ADD 1 TO WSR-TOT-SUELDOS.
       34-GRABAR-SUELDO-END.
       EXIT.

       80-RESUMEN.
        DISPLAY '=========  RESUMEN DE MANTENIMIENTO  =========='.
        DISPLAY 'TRANSACCIONES LEIDAS: ' WSR-TOT-TRANSACCIONES.
        DISPLAY 'NOMBRES CORREGIDOS: ' WSR-TOT-NOMBRES.
        DISPLAY 'TRASLADOS DE ROL: ' WSR-TOT-TRASLADOS.
        DISPLAY 'SUELDOS CORREGIDOS: ' WSR-TOT-SUELDOS.
        DISPLAY 'TRANSACCIONES RECHAZADAS: ' WSR-TOT-RECHAZADOS.
        DISPLAY 'IMPACTO NETO DE TRASLADOS: $' WSR-IMPACTO ',-'.
       80-RESUMEN-END.
       EXIT.

       90-FINAL.
        CLOSE ARCH-TRANSACCION.
        IF WSV-FS-TRNFILE NOT = '00'
            MOVE 'TRNFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-TRNFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-MAESTRO.
        IF WSV-FS-MSTFILE NOT = '00'
            MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-AJUSTES.
        IF WSV-FS-AJUFILE NOT = '00'
            MOVE 'AJUFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AJUFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-AUDITORIA.
        IF WSV-FS-AUDFILE NOT = '00'
            MOVE 'AUDFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-AUDFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-RECHAZOS.
        IF WSV-FS-REJFILE NOT = '00'
            MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        EVALUATE TRUE
        WHEN WSR-TOT-TRANSACCIONES = 0
            DISPLAY 'TRNFILE SIN TRANSACCIONES - NADA PARA APLICAR'
            MOVE 8 TO RETURN-CODE
        WHEN WSR-TOT-RECHAZADOS > 0
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
