               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REJFILE.

           SELECT ARCH-ACTIVACION ASSIGN TO 'ACTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ACTFILE.

           SELECT ARCH-DIAS ASSIGN TO 'DIASFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DIASFILE.
               88  RSP-RECHAZA         VALUE 'R'.
               88  RSP-VENCIDA         VALUE 'V'.
           05  RSP-FECHA             PIC X(08).
           05  RSP-FECHA-INICIO      PIC X(08).

       FD  ARCH-MAESTRO.
       01  REG-MAESTRO.
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
           05  REC-EXPERIENCIA       PIC 9(02).
           05  REC-MOTIVO            PIC X(30).

       FD  ARCH-ACTIVACION.
       01  REG-ACTIVACION.
           05  ACT-NOMBRE            PIC X(05).
           05  ACT-ID                PIC X(06).
           05  ACT-ROL               PIC X(03).
           05  ACT-SENIORITY         PIC X(09).
           05  ACT-SUELDO            PIC 9(07).
           05  ACT-FECHA-INICIO      PIC X(08).

       FD  ARCH-DIAS.
       01  REG-DIAS.
           05  DIA-LIMITE            PIC 9(03).
                88 WSS-EOF-MSTFILE          VALUE 'Y'.
            05 WSV-FS-AUDFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-REJFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-ACTFILE             PIC X(02) VALUE '00'.
            05 WSV-FS-DIASFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-PENFILE             PIC X(02) VALUE '00'.
            05 WSV-FECHA-NUM              PIC 9(08) VALUE 0.
            05 WSV-HOY-ENT                PIC 9(07) VALUE 0.
            05 WSV-FECHA-ENT              PIC 9(07) VALUE 0.
            05 WSV-DIAS-EDAD              PIC S9(05) VALUE 0.
            05 WSV-FECHA-VALIDA           PIC X(01) VALUE 'N'.
                88 WSS-FECHA-VALIDA         VALUE 'S'.

       01 WSC-AUDITORIA.
            05 WSA-FECHA-CORRIDA          PIC X(08).
       01 WSC-RESUMEN.
            05 WSR-TOT-RESPUESTAS         PIC 9(05) VALUE 0.
            05 WSR-TOT-ACEPTADAS          PIC 9(05) VALUE 0.
            05 WSR-TOT-SIN-INICIO         PIC 9(05) VALUE 0.
            05 WSR-TOT-RECHAZADAS         PIC 9(05) VALUE 0.
            05 WSR-TOT-VENCIDAS           PIC 9(05) VALUE 0.
            05 WSR-TOT-NO-HALLADAS        PIC 9(05) VALUE 0.
            05 WSR-TOT-YA-ACEPTADAS       PIC 9(05) VALUE 0.
            05 WSR-TOT-CERRADAS           PIC 9(05) VALUE 0.
            05 WSR-TOT-DESCONOCIDAS       PIC 9(05) VALUE 0.
            05 WSR-TOT-PENDIENTES         PIC 9(05) VALUE 0.
            05 WSR-SUELDOS-LIBERADOS      PIC 9(11) VALUE 0.
            MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        OPEN OUTPUT ARCH-ACTIVACION.
        IF WSV-FS-ACTFILE NOT = '00'
            MOVE 'ACTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-ACTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        PERFORM 12-LEER-DIAS.
        OPEN OUTPUT ARCH-PENDIENTES.
        IF WSV-FS-PENFILE NOT = '00'
       22-PROCESAR-RESPUESTA-END.
       EXIT.

       23-ACEPTAR-OFERTA.
           MOVE 'N' TO WSV-FECHA-VALIDA.
           IF RSP-FECHA-INICIO NUMERIC
               AND RSP-FECHA-INICIO NOT < WSA-FECHA-RESP
               MOVE RSP-FECHA-INICIO TO WSV-FECHA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WSV-FECHA-NUM) = 0
                   SET WSS-FECHA-VALIDA TO TRUE
               END-IF
           END-IF.
           IF NOT WSS-FECHA-VALIDA
               DISPLAY RSP-NOMBRE ' ACEPTO LA OFERTA SIN FECHA DE '
                   'INGRESO VALIDA: ' RSP-FECHA-INICIO ' - LA OFERTA '
                   'SIGUE ABIERTA'
               MOVE RSP-NOMBRE TO REC-NOMBRE
               MOVE RSP-ID     TO REC-ID
               MOVE 0          TO REC-EXPERIENCIA
               MOVE 'ACEPTACION SIN FECHA DE INGRESO'
                   TO REC-MOTIVO
               PERFORM 28-GRABAR-RECHAZO
               ADD 1 TO WSR-TOT-SIN-INICIO
           ELSE
               DISPLAY RSP-NOMBRE ' ACEPTO LA OFERTA EL '
                   WSA-FECHA-RESP ' - INGRESA EL ' RSP-FECHA-INICIO
               MOVE 'A'              TO MST-ESTADO
               MOVE RSP-FECHA-INICIO TO MST-FECHA-INICIO
               REWRITE REG-MAESTRO
               IF WSV-FS-MSTFILE NOT = '00'
                   MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
                   MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
                   PERFORM 99-ERROR-ARCHIVO
               END-IF
               PERFORM 29-GRABAR-ACTIVACION
               ADD 1 TO WSR-TOT-ACEPTADAS
           END-IF.
       23-ACEPTAR-OFERTA-END.
       EXIT.

       24-APLICAR-RESPUESTA.
           IF RSP-FECHA = SPACES
               MOVE WSA-FECHA-CORRIDA TO WSA-FECHA-RESP
           ELSE
               MOVE RSP-FECHA         TO WSA-FECHA-RESP
           END-IF.
           IF MST-INACTIVO
               PERFORM 27-OFERTA-CERRADA
           ELSE
           IF MST-OFERTA-ABIERTA
               IF RSP-ACEPTA
                   PERFORM 23-ACEPTAR-OFERTA
               ELSE
                   PERFORM 25-LIBERAR-OFERTA
               END-IF
           ELSE
               PERFORM 27-OFERTA-YA-ACEPTADA
           END-IF
           END-IF.
       24-APLICAR-RESPUESTA-END.
       EXIT.
                   WSA-FECHA-RESP ' - SE LIBERA SU CUPO DE '
                   MST-SENIORITY ' Y $' MST-SUELDO ',-'
               ADD 1 TO WSR-TOT-RECHAZADAS
               MOVE 'R'                TO MST-ESTADO
               MOVE 'OFERTA RECHAZADA' TO MST-MOTIVO-BAJA
           ELSE
               DISPLAY RSP-NOMBRE ' OFERTA VENCIDA EL '
                   WSA-FECHA-RESP ' - SE LIBERA SU CUPO DE '
                   MST-SENIORITY ' Y $' MST-SUELDO ',-'
               ADD 1 TO WSR-TOT-VENCIDAS
               MOVE 'V'                TO MST-ESTADO
               MOVE 'OFERTA VENCIDA'   TO MST-MOTIVO-BAJA
           END-IF.

           MOVE WSA-FECHA-RESP      TO AUD-FECHA.

           ADD MST-SUELDO TO WSR-SUELDOS-LIBERADOS.

           MOVE WSA-FECHA-RESP      TO MST-FECHA-BAJA.
           MOVE SPACE               TO MST-CAUSA-BAJA.
           REWRITE REG-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
       EXIT.

       27-OFERTA-YA-ACEPTADA.
           IF RSP-ACEPTA
               DISPLAY RSP-NOMBRE ' YA ACEPTO SU OFERTA EL INGRESO '
                   MST-FECHA-INICIO ' - LA NUEVA ACEPTACION SE '
                   'RECHAZA'
           ELSE
               DISPLAY RSP-NOMBRE ' YA ACEPTO SU OFERTA - LA '
                   'RESPUESTA ' RSP-DISPOSICION ' SE RECHAZA (UNA '
                   'BAJA SE INFORMA POR BAJFILE)'
           END-IF.
           MOVE RSP-NOMBRE TO REC-NOMBRE.
           MOVE RSP-ID     TO REC-ID.
           MOVE 0          TO REC-EXPERIENCIA.
       27-OFERTA-YA-ACEPTADA-END.
       EXIT.

       27-OFERTA-CERRADA.
           DISPLAY RSP-NOMBRE ' CON OFERTA YA CERRADA EL '
               MST-FECHA-BAJA ' (' MST-MOTIVO-BAJA ') - LA '
               'RESPUESTA ' RSP-DISPOSICION ' SE RECHAZA'.
           MOVE RSP-NOMBRE TO REC-NOMBRE.
           MOVE RSP-ID     TO REC-ID.
           MOVE 0          TO REC-EXPERIENCIA.
           MOVE 'RESPUESTA SOBRE OFERTA CERRADA'
               TO REC-MOTIVO.
           PERFORM 28-GRABAR-RECHAZO.
           ADD 1 TO WSR-TOT-CERRADAS.
       27-OFERTA-CERRADA-END.
       EXIT.

       26-RESPUESTA-NO-HALLADA.
           DISPLAY RSP-NOMBRE ' NO FIGURA EN EL MAESTRO - '
               'RESPUESTA RECHAZADA'.
       28-GRABAR-RECHAZO-END.
       EXIT.

       29-GRABAR-ACTIVACION.
           MOVE MST-NOMBRE       TO ACT-NOMBRE.
           MOVE MST-ID           TO ACT-ID.
           MOVE MST-ROL          TO ACT-ROL.
           MOVE MST-SENIORITY    TO ACT-SENIORITY.
           MOVE MST-SUELDO       TO ACT-SUELDO.
           MOVE MST-FECHA-INICIO TO ACT-FECHA-INICIO.
           WRITE REG-ACTIVACION.
           IF WSV-FS-ACTFILE NOT = '00'
               MOVE 'ACTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-ACTFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
       29-GRABAR-ACTIVACION-END.
       EXIT.

       30-INFORME-PENDIENTES.
           MOVE LOW-VALUES TO MST-ID.
           START ARCH-MAESTRO KEY NOT < MST-ID
        DISPLAY '============  RESUMEN DE RESPUESTAS  ==============='.
        DISPLAY 'RESPUESTAS LEIDAS: ' WSR-TOT-RESPUESTAS.
        DISPLAY 'OFERTAS ACEPTADAS: ' WSR-TOT-ACEPTADAS.
        DISPLAY 'ACEPTACIONES SIN FECHA DE INGRESO: '
            WSR-TOT-SIN-INICIO.
        DISPLAY 'OFERTAS RECHAZADAS: ' WSR-TOT-RECHAZADAS.
        DISPLAY 'OFERTAS VENCIDAS: ' WSR-TOT-VENCIDAS.
        DISPLAY 'RESPUESTAS SIN OFERTA: ' WSR-TOT-NO-HALLADAS.
        DISPLAY 'RESPUESTAS SOBRE OFERTAS ACEPTADAS: '
            WSR-TOT-YA-ACEPTADAS.
        DISPLAY 'RESPUESTAS SOBRE OFERTAS CERRADAS: '
            WSR-TOT-CERRADAS.
        DISPLAY 'DISPOSICIONES INVALIDAS: ' WSR-TOT-DESCONOCIDAS.
        DISPLAY 'OFERTAS PENDIENTES FUERA DE PLAZO: '
            WSR-TOT-PENDIENTES.
            MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-ACTIVACION.
        IF WSV-FS-ACTFILE NOT = '00'
            MOVE 'ACTFILE'       TO WSV-ES-ARCHIVO
            MOVE WSV-FS-ACTFILE  TO WSV-ES-STATUS
            PERFORM 99-ERROR-ARCHIVO
        END-IF.
        CLOSE ARCH-PENDIENTES.
        IF WSV-FS-PENFILE NOT = '00'
            MOVE 'PENFILE'       TO WSV-ES-ARCHIVO
            DISPLAY 'SIN RESPUESTAS NI OFERTAS FUERA DE PLAZO'
            MOVE 8 TO RETURN-CODE
        WHEN WSR-TOT-NO-HALLADAS > 0 OR WSR-TOT-DESCONOCIDAS > 0
            OR WSR-TOT-YA-ACEPTADAS > 0 OR WSR-TOT-CERRADAS > 0
            OR WSR-TOT-SIN-INICIO > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
