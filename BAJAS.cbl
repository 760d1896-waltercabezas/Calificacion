           05  BAJ-ID                PIC X(06).
           05  BAJ-FECHA             PIC X(08).
           05  BAJ-MOTIVO            PIC X(20).
           05  BAJ-CAUSA             PIC X(01).
               88  BAJ-CON-CAUSA       VALUE 'C'.
               88  BAJ-VOLUNTARIA      VALUE 'V'.

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
            05 WSR-TOT-BAJAS              PIC 9(05) VALUE 0.
            05 WSR-TOT-APLICADAS          PIC 9(05) VALUE 0.
            05 WSR-TOT-NO-HALLADAS        PIC 9(05) VALUE 0.
            05 WSR-TOT-YA-INACTIVAS       PIC 9(05) VALUE 0.
            05 WSR-SUELDOS-LIBERADOS      PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
               INVALID KEY
                   PERFORM 27-BAJA-NO-HALLADA
               NOT INVALID KEY
                   IF MST-INACTIVO
                       PERFORM 27-BAJA-YA-INACTIVA
                   ELSE
                       PERFORM 26-GRABAR-BAJA
                   END-IF
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO

           ADD MST-SUELDO TO WSR-SUELDOS-LIBERADOS.

           MOVE 'B'                 TO MST-ESTADO.
           MOVE WSA-FECHA-BAJA      TO MST-FECHA-BAJA.
           MOVE BAJ-MOTIVO          TO MST-MOTIVO-BAJA.
           IF BAJ-CON-CAUSA OR BAJ-VOLUNTARIA
               MOVE BAJ-CAUSA       TO MST-CAUSA-BAJA
           ELSE
               MOVE SPACE           TO MST-CAUSA-BAJA
           END-IF.
           REWRITE REG-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-MSTFILE  TO WSV-ES-STATUS
       27-BAJA-NO-HALLADA-END.
       EXIT.

       27-BAJA-YA-INACTIVA.
           DISPLAY BAJ-NOMBRE ' YA INACTIVO EN EL MAESTRO DESDE EL '
               MST-FECHA-BAJA ' - BAJA RECHAZADA'.
           MOVE BAJ-NOMBRE          TO REC-NOMBRE.
           MOVE BAJ-ID              TO REC-ID.
           MOVE 0                   TO REC-EXPERIENCIA.
           MOVE 'BAJA SOBRE REGISTRO INACTIVO'
               TO REC-MOTIVO.
           WRITE REG-RECHAZO.
           IF WSV-FS-REJFILE NOT = '00'
               MOVE 'REJFILE'       TO WSV-ES-ARCHIVO
               MOVE WSV-FS-REJFILE  TO WSV-ES-STATUS
               PERFORM 99-ERROR-ARCHIVO
           END-IF.
           ADD 1 TO WSR-TOT-YA-INACTIVAS.
       27-BAJA-YA-INACTIVA-END.
       EXIT.

       80-RESUMEN.
        DISPLAY '===============  RESUMEN DE BAJAS  ================='.
        DISPLAY 'BAJAS INFORMADAS: ' WSR-TOT-BAJAS.
        DISPLAY 'BAJAS APLICADAS: ' WSR-TOT-APLICADAS.
        DISPLAY 'BAJAS SIN REGISTRO EN MAESTRO: ' WSR-TOT-NO-HALLADAS.
        DISPLAY 'BAJAS SOBRE REGISTROS YA INACTIVOS: '
            WSR-TOT-YA-INACTIVAS.
        DISPLAY 'SUELDOS LIBERADOS: $' WSR-SUELDOS-LIBERADOS ',-'.
       80-RESUMEN-END.
       EXIT.
        WHEN WSR-TOT-BAJAS = 0
            DISPLAY 'BAJFILE SIN MOVIMIENTOS - NADA PARA APLICAR'
            MOVE 8 TO RETURN-CODE
        WHEN WSR-TOT-NO-HALLADAS > 0 OR WSR-TOT-YA-INACTIVAS > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
