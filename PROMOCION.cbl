           05  ESP-NEGOCIADO         PIC X(01).
               88  ESP-ES-NEGOCIADO    VALUE 'S'.
           05  ESP-APROBADOR         PIC X(08).
           05  ESP-FECHA             PIC X(08).

       FD  ARCH-PRESUPUESTO.
       01  REG-PRESUPUESTO.
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

       FD  ARCH-SALIDA.
       01  REG-SALIDA.
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

       FD  ARCH-OFERTA.
           05  ESN-SUELDO            PIC 9(07).
           05  ESN-NEGOCIADO         PIC X(01).
           05  ESN-APROBADOR         PIC X(08).
           05  ESN-FECHA             PIC X(08).

       WORKING-STORAGE SECTION.
       01 WSC-CONSTANTES.
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

       01 WSC-VARIABLES.
            05 WSV-FS-WAITFILE            PIC X(02) VALUE '00'.
            05 WSV-FS-WAITNEW             PIC X(02) VALUE '00'.
            05 WSV-SUB                    PIC 9(02) VALUE 0.
            05 WSV-BANDA-IDX              PIC 9(01) VALUE 0.
            05 WSV-EXPERIENCIA-ING        PIC 9(02) VALUE 0.
            05 WSV-YA-CONTRATADO          PIC X(01) VALUE 'N'.
                88 WSS-YA-CONTRATADO        VALUE 'S'.

                AT END
                    SET WSS-EOF-MSTFILE TO TRUE
                NOT AT END
                    IF NOT MST-INACTIVO
                        PERFORM 16-ACUMULAR-COMPROMISO
                    END-IF
            END-READ
            IF WSV-FS-MSTFILE NOT = '00' AND NOT = '10'
                MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT MST-INACTIVO
                       SET WSS-YA-CONTRATADO TO TRUE
                   END-IF
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
               PERFORM 99-ERROR-ARCHIVO
           END-IF.

           MOVE ESP-EXPERIENCIA     TO WSV-EXPERIENCIA-ING.
           EVALUATE TRUE
           WHEN ESP-EXPERIENCIA NOT NUMERIC
           WHEN ESP-EXPERIENCIA < WSC-PISO-BANDA(WSV-BANDA-IDX)
               MOVE WSC-PISO-BANDA(WSV-BANDA-IDX)
                   TO WSV-EXPERIENCIA-ING
           WHEN WSV-BANDA-IDX < 4
               IF ESP-EXPERIENCIA
                   NOT < WSC-PISO-BANDA(WSV-BANDA-IDX + 1)
                   MOVE WSC-PISO-BANDA(WSV-BANDA-IDX)
                       TO WSV-EXPERIENCIA-ING
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

           MOVE ESP-NOMBRE          TO MST-NOMBRE.
           MOVE ESP-ID              TO MST-ID.
           MOVE WSA-FECHA-CORRIDA   TO MST-FECHA.
           ELSE
               MOVE 'N' TO MST-NEGOCIADO
           END-IF.
           MOVE SPACES              TO MST-FECHA-BAJA.
           MOVE SPACES              TO MST-MOTIVO-BAJA.
           MOVE SPACE               TO MST-CAUSA-BAJA.
           MOVE WSV-EXPERIENCIA-ING TO MST-EXPERIENCIA.
           MOVE SPACES              TO MST-FECHA-INICIO.
           WRITE REG-MAESTRO
               INVALID KEY
                   REWRITE REG-MAESTRO
           MOVE ESP-SUELDO          TO ESN-SUELDO.
           MOVE ESP-NEGOCIADO       TO ESN-NEGOCIADO.
           MOVE ESP-APROBADOR       TO ESN-APROBADOR.
           MOVE ESP-FECHA           TO ESN-FECHA.
           WRITE REG-ESPERA-NVA.
           IF WSV-FS-WAITNEW NOT = '00'
               MOVE 'WAITNEW'       TO WSV-ES-ARCHIVO
