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
            05 WSR-TOT-AJUSTADOS          PIC 9(07) VALUE 0.
            05 WSR-TOT-OMITIDOS           PIC 9(07) VALUE 0.
            05 WSR-TOT-NEGOCIADOS         PIC 9(07) VALUE 0.
            05 WSR-TOT-INACTIVOS          PIC 9(07) VALUE 0.
            05 WSR-TOT-ANT                PIC 9(13) VALUE 0.
            05 WSR-TOT-NVO                PIC 9(13) VALUE 0.
            05 WSR-IMPACTO                PIC S9(13) VALUE 0.
       EXIT.

       35-REPRECIAR-PERSONA.
           IF MST-INACTIVO
               ADD 1 TO WSR-TOT-INACTIVOS
           ELSE
               PERFORM 35-EVALUAR-PERSONA
           END-IF.
       35-REPRECIAR-PERSONA-END.
       EXIT.

       35-EVALUAR-PERSONA.
           ADD 1 TO WSR-TOT-PERSONAS.
           IF MST-SUELDO-NEGOCIADO
               DISPLAY MST-NOMBRE
           ELSE
               PERFORM 36-REPRECIAR-MATRIZ
           END-IF.
       35-EVALUAR-PERSONA-END.
       EXIT.

       36-REPRECIAR-MATRIZ.
       80-RESUMEN.
        DISPLAY '============  RESUMEN DE REAJUSTE  ============'.
        DISPLAY 'REGISTROS DEL MAESTRO LEIDOS: ' WSR-TOT-REGISTROS.
        DISPLAY 'PERSONAS INACTIVAS (BAJAS, RECHAZOS, VENCIDAS): '
            WSR-TOT-INACTIVOS.
        DISPLAY 'PERSONAS EVALUADAS: ' WSR-TOT-PERSONAS.
        DISPLAY 'PERSONAS AJUSTADAS: ' WSR-TOT-AJUSTADOS.
        DISPLAY 'PERSONAS OMITIDAS: ' WSR-TOT-OMITIDOS.
