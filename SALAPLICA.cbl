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

       FD  ARCH-AJUSTES.
       01  REG-AJUSTE.
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
            05 WSV-FS-DELFILE             PIC X(02) VALUE '00'.
            05 WSV-BANDA-IDX              PIC 9(01) VALUE 0.
            05 WSV-SUELDO-AUD             PIC 9(07) VALUE 0.
            05 WSV-MOVIMIENTO-AUD         PIC X(01) VALUE SPACE.
            05 WSV-SENIORITY-AUD          PIC X(09) VALUE SPACES.
            05 WSV-SENIORITY-ANT          PIC X(09) VALUE SPACES.

       01 WSC-AUDITORIA.
            05 WSA-FECHA-CORRIDA          PIC X(08).
       01 WSC-RESUMEN.
            05 WSR-TOT-DELTAS             PIC 9(05) VALUE 0.
            05 WSR-TOT-APLICADOS          PIC 9(05) VALUE 0.
            05 WSR-TOT-CAMBIOS-BANDA      PIC 9(05) VALUE 0.
            05 WSR-TOT-RECHAZADOS         PIC 9(05) VALUE 0.
            05 WSR-IMPACTO                PIC S9(13) VALUE 0.

                       TO REC-MOTIVO
                   PERFORM 28-RECHAZAR-DELTA
               NOT INVALID KEY
                   EVALUATE TRUE
                   WHEN MST-INACTIVO
                       MOVE 'DELTA SOBRE REGISTRO INACTIVO'
                           TO REC-MOTIVO
                       PERFORM 28-RECHAZAR-DELTA
                   WHEN MST-SENIORITY = DEL-SENIORITY
                       AND MST-SUELDO = DEL-SUELDO-NVO
                       MOVE 'DELTA YA APLICADO AL MAESTRO'
                           TO REC-MOTIVO
                       PERFORM 28-RECHAZAR-DELTA
                   WHEN MST-SUELDO NOT = DEL-SUELDO-ANT
                       MOVE 'SUELDO MAESTRO DISTINTO AL DELTA'
                           TO REC-MOTIVO
                       PERFORM 28-RECHAZAR-DELTA
                   WHEN OTHER
                       PERFORM 26-GRABAR-AJUSTE
                   END-EVALUATE
           END-READ.
           IF WSV-FS-MSTFILE NOT = '00' AND NOT = '23'
               MOVE 'MSTFILE'       TO WSV-ES-ARCHIVO
           DISPLAY DEL-NOMBRE ' REAJUSTADO DE $' DEL-SUELDO-ANT
               ',- A $' DEL-SUELDO-NVO ',-'.

           MOVE MST-SENIORITY  TO WSV-SENIORITY-ANT.
           IF DEL-SENIORITY NOT = MST-SENIORITY
               DISPLAY DEL-NOMBRE ' CAMBIA DE BANDA ' MST-SENIORITY
                   ' A ' DEL-SENIORITY
               IF MST-EXPERIENCIA NOT NUMERIC
                   PERFORM 26-FIJAR-EXPERIENCIA
               END-IF
               MOVE DEL-SENIORITY TO MST-SENIORITY
               ADD 1 TO WSR-TOT-CAMBIOS-BANDA
           END-IF.
           MOVE DEL-SUELDO-NVO TO MST-SUELDO.
           REWRITE REG-MAESTRO.
           IF WSV-FS-MSTFILE NOT = '00'
           END-IF.

           MOVE DEL-SUELDO-ANT      TO WSV-SUELDO-AUD.
           MOVE WSV-SENIORITY-ANT   TO WSV-SENIORITY-AUD.
           MOVE 'B'                 TO WSV-MOVIMIENTO-AUD.
           PERFORM 27-GRABAR-AUDITORIA.
           MOVE DEL-SUELDO-NVO      TO WSV-SUELDO-AUD.
           MOVE DEL-SENIORITY       TO WSV-SENIORITY-AUD.
           IF MST-SUELDO-NEGOCIADO
               MOVE 'N'             TO WSV-MOVIMIENTO-AUD
           ELSE
       26-GRABAR-AJUSTE-END.
       EXIT.

       26-FIJAR-EXPERIENCIA.
           MOVE 0 TO WSV-BANDA-IDX.
           MOVE 0 TO WSV-SUB.
           PERFORM UNTIL WSV-SUB = 4
               ADD 1 TO WSV-SUB
               IF MST-SENIORITY = WSC-NOM-BANDA(WSV-SUB)
                   MOVE WSV-SUB TO WSV-BANDA-IDX
                   MOVE 4 TO WSV-SUB
               END-IF
           END-PERFORM.
           IF WSV-BANDA-IDX > 0
               MOVE WSC-PISO-BANDA(WSV-BANDA-IDX) TO MST-EXPERIENCIA
           END-IF.
       26-FIJAR-EXPERIENCIA-END.
       EXIT.

       27-GRABAR-AUDITORIA.
           MOVE WSA-FECHA-CORRIDA   TO AUD-FECHA.
           MOVE DEL-NOMBRE          TO AUD-NOMBRE.
           MOVE DEL-ID              TO AUD-ID.
           MOVE DEL-ROL             TO AUD-ROL.
           MOVE WSV-SENIORITY-AUD   TO AUD-SENIORITY.
           MOVE WSV-SUELDO-AUD      TO AUD-SUELDO.
           MOVE WSV-MOVIMIENTO-AUD  TO AUD-MOVIMIENTO.
           MOVE SPACES              TO AUD-APROBADOR.
        DISPLAY '==========  RESUMEN DE APLICACION  ============='.
        DISPLAY 'DELTAS LEIDOS: ' WSR-TOT-DELTAS.
        DISPLAY 'DELTAS APLICADOS: ' WSR-TOT-APLICADOS.
        DISPLAY 'CAMBIOS DE BANDA APLICADOS: ' WSR-TOT-CAMBIOS-BANDA.
        DISPLAY 'DELTAS RECHAZADOS: ' WSR-TOT-RECHAZADOS.
        DISPLAY 'IMPACTO NETO APLICADO: $' WSR-IMPACTO ',-'.
       80-RESUMEN-END.
