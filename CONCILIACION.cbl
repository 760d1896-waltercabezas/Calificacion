       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ACTIVACION ASSIGN TO 'ACTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ACTFILE.

           SELECT ARCH-CONFIRMA ASSIGN TO 'CONFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ESCFILE.

           SELECT ARCH-INGRESOS ASSIGN TO 'INGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-INGFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ACTIVACION.
       01  REG-ACTIVACION.
           05  ACT-NOMBRE            PIC X(05).
           05  ACT-ID                PIC X(06).
           05  ACT-ROL               PIC X(03).
           05  ACT-SENIORITY         PIC X(09).
           05  ACT-SUELDO            PIC 9(07).
           05  ACT-FECHA-INICIO      PIC X(08).

       FD  ARCH-CONFIRMA.
       01  REG-CONFIRMA.
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

       FD  ARCH-EXCEPCIONES.
       01  REG-EXCEPCION             PIC X(80).
       FD  ARCH-ESCALAMIENTO.
       01  REG-ESCALA                PIC X(80).

       FD  ARCH-INGRESOS.
       01  REG-INGRESO               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSC-VARIABLES.
            05 WSV-CLAVE-ACTIVACION       PIC X(06).
            05 WSV-CLAVE-CONFIRMA         PIC X(06).

            05 WSV-FS-ACTFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-ACTFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-ACTFILE          VALUE 'Y'.
            05 WSV-FS-CONFILE             PIC X(02) VALUE '00'.
            05 WSV-EOF-CONFILE            PIC X(01) VALUE 'N'.
                88 WSS-EOF-CONFILE          VALUE 'Y'.
            05 WSV-FS-SUSNFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-DIASFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-ESCFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-INGFILE             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(04) VALUE 0.
            05 WSV-HALLADO                PIC X(01) VALUE 'N'.
                88 WSS-HALLADO              VALUE 'S'.
                10 FILLER                 PIC X(06) VALUE ' EDAD '.
                10 WSL-ESC-DIAS           PIC ZZZZ9.
                10 FILLER                 PIC X(05) VALUE ' DIAS'.
            05 WSL-LINEA-INGRESO.
                10 WSL-ING-NOMBRE         PIC X(05).
                10 FILLER                 PIC X(04) VALUE ' ID '.
                10 WSL-ING-ID             PIC X(06).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-ING-ROL            PIC X(03).
                10 FILLER                 PIC X(01) VALUE SPACE.
                10 WSL-ING-SENIORITY      PIC X(09).
                10 FILLER                 PIC X(02) VALUE ' $'.
                10 WSL-ING-SUELDO         PIC Z(06)9.
                10 FILLER                 PIC X(09) VALUE
                   ' INGRESO '.
                10 WSL-ING-FECHA          PIC X(08).
                10 FILLER                 PIC X(09) VALUE
                   ' ATRASO '.
                10 WSL-ING-DIAS           PIC ZZZZ9.
                10 FILLER                 PIC X(05) VALUE ' DIAS'.
            05 WSL-LINEA-ING-TOTAL.
                10 FILLER                 PIC X(37) VALUE
                   'TOTAL DE INGRESOS SIN CONFIRMACION: '.
                10 WSL-TOT-INGRESOS       PIC Z(04)9.
            05 WSL-LINEA-ESC-TOTAL.
                10 FILLER                 PIC X(32) VALUE
                   'TOTAL DE EXCEPCIONES ESCALADAS: '.
            05 WSR-TOT-CONFIRMADOS        PIC 9(05) VALUE 0.
            05 WSR-CONF-MAESTRO           PIC 9(05) VALUE 0.
            05 WSR-NO-CONFIRMADOS         PIC 9(05) VALUE 0.
            05 WSR-INGRESOS-VENCIDOS      PIC 9(05) VALUE 0.
            05 WSR-NO-ENVIADOS            PIC 9(05) VALUE 0.
            05 WSR-IMPORTES-DISTINTOS     PIC 9(05) VALUE 0.
            05 WSR-TOT-EXCEPCIONES        PIC 9(05) VALUE 0.

       10-INICIO.
        DISPLAY 'CONCILIACION DE CONFIRMACIONES DE NOMINA'.
        OPEN INPUT ARCH-ACTIVACION.
        IF WSV-FS-ACTFILE NOT = '00'
            DISPLAY 'NO SE PUDO ABRIR ACTFILE - STATUS '
                WSV-FS-ACTFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT ARCH-INGRESOS.
        IF WSV-FS-INGFILE NOT = '00'
            DISPLAY 'NO SE PUDO ABRIR INGFILE - STATUS '
                WSV-FS-INGFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'INGRESOS VENCIDOS SIN CONFIRMACION DE NOMINA'
            TO REG-INGRESO.
        WRITE REG-INGRESO.
        MOVE '----------------------------------------'
            TO REG-INGRESO.
        WRITE REG-INGRESO.
        IF WSV-FS-INGFILE NOT = '00'
            DISPLAY 'ERROR AL GRABAR INGFILE - STATUS '
                WSV-FS-INGFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM 30-LEER-ACTIVACION.
        PERFORM 31-LEER-CONFIRMA.
       10-INICIO-END.
       EXIT.
       EXIT.

       20-PROCESO.
           PERFORM UNTIL WSS-EOF-ACTFILE AND WSS-EOF-CONFILE
               EVALUATE TRUE
               WHEN WSV-CLAVE-ACTIVACION = WSV-CLAVE-CONFIRMA
                   IF ACT-SUELDO NOT = CON-SUELDO
                       PERFORM 25-IMPORTE-DISTINTO
                   END-IF
                   PERFORM 30-LEER-ACTIVACION
                   PERFORM 31-LEER-CONFIRMA
               WHEN WSV-CLAVE-ACTIVACION < WSV-CLAVE-CONFIRMA
                   PERFORM 26-NO-CONFIRMADO
                   PERFORM 30-LEER-ACTIVACION
               WHEN OTHER
                   IF NOT WSS-CONF-TARDIA
                       PERFORM 28-VERIFICAR-MAESTRO

       25-IMPORTE-DISTINTO.
           MOVE 'IMPORTE DIFIERE:' TO WSL-MOTIVO.
           MOVE ACT-NOMBRE         TO WSL-NOMBRE.
           MOVE ACT-ID             TO WSL-ID.
           MOVE ACT-SUELDO         TO WSL-SUELDO-ENV.
           MOVE CON-SUELDO         TO WSL-SUELDO-CON.
           PERFORM 29-GRABAR-EXCEPCION.
           ADD 1 TO WSR-IMPORTES-DISTINTOS.
           MOVE 'I'        TO WSU-AUX-TIPO.
           MOVE ACT-NOMBRE TO WSU-AUX-NOMBRE.
           MOVE ACT-ID     TO WSU-AUX-ID.
           MOVE ACT-SUELDO TO WSU-AUX-ENV.
           MOVE CON-SUELDO TO WSU-AUX-CON.
           PERFORM 35-REGISTRAR-SUSPENSO.
       25-IMPORTE-DISTINTO-END.

       26-NO-CONFIRMADO.
           MOVE 'ENVIADO SIN CONFIRMACION:' TO WSL-MOTIVO.
           MOVE ACT-NOMBRE         TO WSL-NOMBRE.
           MOVE ACT-ID             TO WSL-ID.
           MOVE ACT-SUELDO         TO WSL-SUELDO-ENV.
           MOVE 0                  TO WSL-SUELDO-CON.
           PERFORM 29-GRABAR-EXCEPCION.
           ADD 1 TO WSR-NO-CONFIRMADOS.
           MOVE 'N'        TO WSU-AUX-TIPO.
           MOVE ACT-NOMBRE TO WSU-AUX-NOMBRE.
           MOVE ACT-ID     TO WSU-AUX-ID.
           MOVE ACT-SUELDO TO WSU-AUX-ENV.
           MOVE 0          TO WSU-AUX-CON.
           PERFORM 35-REGISTRAR-SUSPENSO.
       26-NO-CONFIRMADO-END.
               INVALID KEY
                   PERFORM 27-NO-ENVIADO
               NOT INVALID KEY
                   IF MST-INACTIVO
                       PERFORM 27-NO-ENVIADO
                   ELSE
                       PERFORM 28-CONFIRMA-DE-MAESTRO
                   END-IF
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               DISPLAY 'ERROR AL LEER MSTFILE - STATUS '
           IF CON-SUELDO = MST-SUELDO
               ADD 1 TO WSR-CONF-MAESTRO
               DISPLAY CON-NOMBRE ' ID ' CON-ID ' CONFIRMADO '
                   'CONTRA EL MAESTRO (REAJUSTE APLICADO O ALTA '
                   'ANTERIOR A LA ACTIVACION)'
           ELSE
               MOVE 'IMPORTE DIFIERE:' TO WSL-MOTIVO
               MOVE CON-NOMBRE         TO WSL-NOMBRE
       29-GRABAR-EXCEPCION-END.
       EXIT.

       30-LEER-ACTIVACION.
           READ ARCH-ACTIVACION
               AT END
                   SET WSS-EOF-ACTFILE TO TRUE
                   MOVE HIGH-VALUES TO WSV-CLAVE-ACTIVACION
               NOT AT END
                   MOVE ACT-ID TO WSV-CLAVE-ACTIVACION
                   ADD 1 TO WSR-TOT-ENVIADOS
                   PERFORM 32-DEPURAR-ENVIO
           END-READ.
           IF WSV-FS-ACTFILE NOT = '00' AND NOT = '10'
               DISPLAY 'ERROR AL LEER ACTFILE - STATUS '
                   WSV-FS-ACTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       30-LEER-ACTIVACION-END.
       EXIT.

       31-LEER-CONFIRMA.
               ADD 1 TO WSV-SUB
               IF WSU-ABIERTA(WSV-SUB)
                   AND WSU-TIPO(WSV-SUB) = 'E'
                   AND WSU-ID(WSV-SUB) = ACT-ID
                   MOVE 'C' TO WSU-ESTADO(WSV-SUB)
                   ADD 1 TO WSR-SUS-DEPURADAS
                   DISPLAY WSU-NOMBRE(WSV-SUB) ' ID '
       35-REGISTRAR-SUSPENSO-END.
       EXIT.

       36-INGRESO-VENCIDO.
           MOVE WSU-ID(WSV-SUB) TO MST-ID.
           READ ARCH-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-OFERTA-ACEPTADA
                       AND MST-FECHA-INICIO NUMERIC
                       AND MST-FECHA-INICIO < WSV-FECHA-HOY
                       PERFORM 37-GRABAR-INGRESO
                   END-IF
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               DISPLAY 'ERROR AL LEER MSTFILE - STATUS '
                   WSV-FS-MSTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       36-INGRESO-VENCIDO-END.
       EXIT.

       37-GRABAR-INGRESO.
           MOVE MST-FECHA-INICIO TO WSV-FECHA-NUM.
           COMPUTE WSV-FECHA-ENT =
               FUNCTION INTEGER-OF-DATE(WSV-FECHA-NUM).
           COMPUTE WSV-DIAS-EDAD = WSV-HOY-ENT - WSV-FECHA-ENT.
           MOVE MST-NOMBRE       TO WSL-ING-NOMBRE.
           MOVE MST-ID           TO WSL-ING-ID.
           MOVE MST-ROL          TO WSL-ING-ROL.
           MOVE MST-SENIORITY    TO WSL-ING-SENIORITY.
           MOVE MST-SUELDO       TO WSL-ING-SUELDO.
           MOVE MST-FECHA-INICIO TO WSL-ING-FECHA.
           MOVE WSV-DIAS-EDAD    TO WSL-ING-DIAS.
           MOVE WSL-LINEA-INGRESO TO REG-INGRESO.
           WRITE REG-INGRESO.
           IF WSV-FS-INGFILE NOT = '00'
               DISPLAY 'ERROR AL GRABAR INGFILE - STATUS '
                   WSV-FS-INGFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WSR-INGRESOS-VENCIDOS.
       37-GRABAR-INGRESO-END.
       EXIT.

       40-GRABAR-SUSPENSO.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = WSU-CANT
                   PERFORM 42-ESCALAR-ITEM
               END-IF
           END-IF.
           IF WSU-TIPO(WSV-SUB) = 'N'
               PERFORM 36-INGRESO-VENCIDO
           END-IF.
       41-GRABAR-ITEM-END.
       EXIT.

        DISPLAY 'REGISTROS CONFIRMADOS: ' WSR-TOT-CONFIRMADOS.
        DISPLAY 'CONFIRMADOS CONTRA EL MAESTRO: ' WSR-CONF-MAESTRO.
        DISPLAY 'ENVIADOS SIN CONFIRMACION: ' WSR-NO-CONFIRMADOS.
        DISPLAY 'INGRESOS VENCIDOS SIN CONFIRMACION: '
            WSR-INGRESOS-VENCIDOS.
        DISPLAY 'CONFIRMADOS SIN ENVIO: ' WSR-NO-ENVIADOS.
        DISPLAY 'IMPORTES DISTINTOS: ' WSR-IMPORTES-DISTINTOS.
        DISPLAY 'TOTAL DE EXCEPCIONES: ' WSR-TOT-EXCEPCIONES.
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE WSR-INGRESOS-VENCIDOS   TO WSL-TOT-INGRESOS.
        MOVE WSL-LINEA-ING-TOTAL     TO REG-INGRESO.
        WRITE REG-INGRESO.
        IF WSV-FS-INGFILE NOT = '00'
            DISPLAY 'ERROR AL GRABAR INGFILE - STATUS '
                WSV-FS-INGFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        CLOSE ARCH-ACTIVACION.
        IF WSV-FS-ACTFILE NOT = '00'
            DISPLAY 'ERROR AL CERRAR ACTFILE - STATUS '
                WSV-FS-ACTFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        CLOSE ARCH-INGRESOS.
        IF WSV-FS-INGFILE NOT = '00'
            DISPLAY 'ERROR AL CERRAR INGFILE - STATUS '
                WSV-FS-INGFILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WSR-TOT-EXCEPCIONES > 0 OR WSR-SUS-ESCALADAS > 0
            MOVE 8 TO RETURN-CODE
        END-IF.
