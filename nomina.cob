           RECORD KEY IS NOV-CLAVE
           FILE STATUS IS WS-NOV-STATUS.

           SELECT PARAMETROS-ARCHIVO
           ASSIGN TO "paramnomina.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-PERIODO-DESDE
           FILE STATUS IS WS-PAR-STATUS.

           SELECT HISTSAL-ARCHIVO
           ASSIGN TO "histsalarios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSA-CLAVE
           FILE STATUS IS WS-HSA-STATUS.

           SELECT NOMINA-ANT-ARCHIVO
           ASSIGN TO WS-NOMBRE-NOMINA-ANT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS-ARCHIVO.
           05  NOM-VALOR-EXTRA     PIC 9(7)V99.
           05  NOM-BONOS           PIC 9(7)V99.
           05  NOM-DEDUC-VARIAS    PIC 9(7)V99.
           05  NOM-SALARIO-BASE    PIC 9(7)V99.
           05  NOM-RETROACTIVO     PIC 9(7)V99.
           05  NOM-RETRO-DESDE     PIC X(6).

       FD  NOMINA-ANT-ARCHIVO.
       01  REGISTRO-NOMINA-ANT.
           05  NAN-PERIODO         PIC X(6).
           05  NAN-EMP-ID          PIC 9(5).
           05  NAN-NOMBRE          PIC X(30).
           05  NAN-DEPARTAMENTO    PIC X(20).
           05  NAN-BRUTO           PIC 9(7)V99.
           05  NAN-SEGURO          PIC 9(7)V99.
           05  NAN-IMPUESTO        PIC 9(7)V99.
           05  NAN-NETO            PIC 9(7)V99.
           05  NAN-DIAS-AUSENTE    PIC 9(2)V99.
           05  NAN-HORAS-EXTRA     PIC 9(3)V99.
           05  NAN-VALOR-EXTRA     PIC 9(7)V99.
           05  NAN-BONOS           PIC 9(7)V99.
           05  NAN-DEDUC-VARIAS    PIC 9(7)V99.
           05  NAN-SALARIO-BASE    PIC 9(7)V99.
           05  NAN-RETROACTIVO     PIC 9(7)V99.
           05  NAN-RETRO-DESDE     PIC X(6).

       FD  HISTSAL-ARCHIVO.
       01  REGISTRO-HISTSAL.
           05  HSA-CLAVE.
               10  HSA-EMP-ID      PIC 9(5).
               10  HSA-VIGENCIA    PIC X(8).
           05  HSA-SALARIO         PIC 9(7)V99.
           05  HSA-SALARIO-ANTERIOR PIC 9(7)V99.
           05  HSA-FECHA-REGISTRO  PIC X(8).
           05  HSA-OPERADOR        PIC 9(5).
           05  HSA-ORIGEN          PIC X(1).
               88  HSA-INICIAL         VALUE "I".
               88  HSA-MODIFICACION    VALUE "M".
               88  HSA-AUMENTO-MASIVO  VALUE "A".
           05  HSA-MOTIVO          PIC X(20).
           05  HSA-RETRO-ESTADO    PIC X(1).
               88  HSA-RETRO-PENDIENTE VALUE "P".
               88  HSA-RETRO-LIQUIDADO VALUE "L".
           05  HSA-RETRO-PERIODO   PIC X(6).

       FD  NOVEDADES-ARCHIVO.
       01  REGISTRO-NOVEDAD.
           05  NOV-IMPORTE         PIC 9(7)V99.
           05  NOV-DESCRIPCION     PIC X(20).

       FD  PARAMETROS-ARCHIVO.
       01  REGISTRO-PARAMETRO.
           05  PAR-PERIODO-DESDE   PIC X(6).
           05  PAR-TASA-SEGURO     PIC V9999.
           05  PAR-FACTOR-EXTRA    PIC 9V99.
           05  PAR-DIVISOR-HORAS   PIC 9(3).
           05  PAR-CANT-TRAMOS     PIC 9.
           05  PAR-TRAMO OCCURS 6 TIMES.
               10  PAR-TRAMO-DESDE PIC 9(7)V99.
               10  PAR-TRAMO-TASA  PIC V9999.

       SD  ARCHIVO-ORDEN-DEPTO.
       01  REG-ORDEN-DEPTO.
           05  RON-DEPARTAMENTO    PIC X(20).
           05  WS-BRUTO-AJUSTADO   PIC 9(7)V99.

       01  WS-PARAMETROS-CALCULO.
           05  WS-PAR-STATUS       PIC X(2).
           05  WS-PAR-VIGENCIA     PIC X(6) VALUE SPACES.
           05  WS-TASA-SEGURO      PIC V9999.
           05  WS-FACTOR-EXTRA     PIC 9V99.
           05  WS-DIVISOR-HORAS    PIC 9(3).
           05  WS-CANT-TRAMOS      PIC 9.
           05  WS-TRAMO OCCURS 6 TIMES.
               10  WS-TRAMO-DESDE  PIC 9(7)V99.
               10  WS-TRAMO-TASA   PIC V9999.
           05  WS-TRAMO-IDX        PIC 9.
           05  WS-TOPE-TRAMO       PIC 9(7)V99.
           05  WS-BASE-TRAMO       PIC 9(7)V99.
           05  WS-IMPUESTO-CALC    PIC 9(7)V9999.

       01  WS-HISTORIAL-SALARIO.
           05  WS-HSA-STATUS       PIC X(2).
           05  WS-HSA-ABIERTO      PIC X VALUE 'N'.
           05  WS-HSA-CANT         PIC 9(3).
           05  WS-HSA-IDX          PIC 9(3).
           05  WS-HSA-ITEM OCCURS 60 TIMES.
               10  WS-HSA-VIGENCIA PIC X(6).
               10  WS-HSA-SALARIO  PIC 9(7)V99.
               10  WS-HSA-ANTERIOR PIC 9(7)V99.
               10  WS-HSA-PEND     PIC X.
           05  WS-HSA-PEND-DESDE   PIC X(6).
           05  WS-HSA-HALLADO      PIC X.
           05  WS-SALARIO-PERIODO  PIC 9(7)V99.
           05  WS-SALARIO-DEBIDO   PIC 9(7)V99.
           05  WS-SALARIO-PAGADO   PIC 9(7)V99.
           05  WS-RETROACTIVO      PIC 9(7)V99.
           05  WS-RETRO-MES        PIC 9(7)V99.
           05  WS-RETRO-DESDE      PIC X(6).
           05  WS-RETRO-DIAS       PIC 9(3)V99.
           05  WS-RET-PERIODO      PIC X(6).
           05  WS-RET-PER-NUM      PIC 9(6).
           05  WS-RET-PER-DET REDEFINES WS-RET-PER-NUM.
               10  WS-RET-PER-AA   PIC 9(4).
               10  WS-RET-PER-MM   PIC 9(2).
           05  WS-NAN-STATUS       PIC X(2).
           05  WS-NAN-HALLADO      PIC X.
           05  WS-NOMBRE-NOMINA-ANT PIC X(30).
           05  WS-RETRO-CONTADOR   PIC 9(3) VALUE 0.
           05  WS-TOTAL-RETRO      PIC 9(9)V99 VALUE 0.

       01  WS-CONTROL-DEPTO.
           05  WS-DEPTO-ANTERIOR   PIC X(20) VALUE SPACES.
                           WS-NOV-STATUS "); se liquida sin"
                           " novedades"
               END-EVALUATE
               OPEN I-O HISTSAL-ARCHIVO
               EVALUATE WS-HSA-STATUS
                   WHEN "00"
                       MOVE 'S' TO WS-HSA-ABIERTO
                   WHEN "35"
                       DISPLAY "AVISO: no existe histsalarios.dat;"
                           " se liquida con el salario del maestro"
                   WHEN OTHER
                       DISPLAY "AVISO: no se pudo abrir"
                           " histsalarios.dat (status "
                           WS-HSA-STATUS "); se liquida con el"
                           " salario del maestro y sin"
                           " retroactivos"
               END-EVALUATE
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               DISPLAY WS-CABECERA
               DISPLAY "NOMINA MENSUAL DE EMPLEADOS"
                   MOVE 'S' TO WS-FIN
               ELSE
                   PERFORM 110-VERIFICAR-PERIODO
                   IF WS-FIN NOT = 'S'
                       PERFORM 120-CARGAR-PARAMETROS
                   END-IF
               END-IF
           END-IF.

                   MOVE 'S' TO WS-FIN
           END-EVALUATE.

       120-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO
           IF WS-PAR-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir paramnomina.dat"
               DISPLAY "(status " WS-PAR-STATUS "). Cargue los"
               DISPLAY "parametros de nomina desde el registro de"
               DISPLAY "empleados antes de liquidar."
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE SPACES TO WS-PAR-VIGENCIA
               MOVE SPACES TO PAR-PERIODO-DESDE
               START PARAMETROS-ARCHIVO
                   KEY IS NOT LESS THAN PAR-PERIODO-DESDE
                   INVALID KEY
                       MOVE "10" TO WS-PAR-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-PAR-STATUS
               END-START

               PERFORM UNTIL WS-PAR-STATUS = "10"
                   READ PARAMETROS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PAR-STATUS
                       NOT AT END
                           IF PAR-PERIODO-DESDE > WS-PERIODO
                               MOVE "10" TO WS-PAR-STATUS
                           ELSE
                               PERFORM 121-TOMAR-PARAMETROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-ARCHIVO

               IF WS-PAR-VIGENCIA = SPACES
                   DISPLAY "ERROR: no hay parametros de nomina"
                   DISPLAY "vigentes para el periodo " WS-PERIODO
                   MOVE 'S' TO WS-FIN
               ELSE
                   DISPLAY "Parametros de calculo vigentes desde "
                       WS-PAR-VIGENCIA
               END-IF
           END-IF.

       121-TOMAR-PARAMETROS.
           MOVE PAR-PERIODO-DESDE TO WS-PAR-VIGENCIA
           MOVE PAR-TASA-SEGURO TO WS-TASA-SEGURO
           MOVE PAR-FACTOR-EXTRA TO WS-FACTOR-EXTRA
           MOVE PAR-DIVISOR-HORAS TO WS-DIVISOR-HORAS
           MOVE PAR-CANT-TRAMOS TO WS-CANT-TRAMOS
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
               UNTIL WS-TRAMO-IDX > 6
               MOVE PAR-TRAMO-DESDE(WS-TRAMO-IDX)
                   TO WS-TRAMO-DESDE(WS-TRAMO-IDX)
               MOVE PAR-TRAMO-TASA(WS-TRAMO-IDX)
                   TO WS-TRAMO-TASA(WS-TRAMO-IDX)
           END-PERFORM.

       200-GENERAR-NOMINA.
           OPEN OUTPUT NOMINA-ARCHIVO
           IF WS-NOM-STATUS NOT = "00"
               DISPLAY "Total bruto:       $" WS-TOTAL-BRUTO
               DISPLAY "Total deducciones: $" WS-TOTAL-DEDUC
               DISPLAY "Total neto:        $" WS-TOTAL-NETO
               IF WS-RETRO-CONTADOR > 0
                   DISPLAY "Retroactivos incluidos en el bruto: "
                       WS-RETRO-CONTADOR " empleado(s) - $"
                       WS-TOTAL-RETRO
               END-IF
               DISPLAY WS-CABECERA
               DISPLAY "Nomina guardada en " WS-NOMBRE-NOMINA
           END-IF.

       211-LIQUIDAR-EMPLEADO.
           PERFORM 215-LEER-NOVEDADES
           PERFORM 216-CARGAR-HISTORIAL
           MOVE 0 TO WS-RETROACTIVO
           MOVE SPACES TO WS-RETRO-DESDE
           IF WS-HSA-PEND-DESDE NOT = SPACES
               PERFORM 217-CALCULAR-RETROACTIVO
           END-IF

           IF WS-DIAS-AUSENTE > 30
               MOVE 30 TO WS-DIAS-AUSENTE
           END-IF
           COMPUTE WS-BRUTO-AJUSTADO ROUNDED =
               WS-SALARIO-PERIODO * (30 - WS-DIAS-AUSENTE) / 30
           COMPUTE WS-VALOR-HORA ROUNDED =
               WS-SALARIO-PERIODO / WS-DIVISOR-HORAS
           COMPUTE WS-VALOR-EXTRA ROUNDED =
               WS-HORAS-EXTRA * WS-VALOR-HORA * WS-FACTOR-EXTRA
           ADD WS-VALOR-EXTRA TO WS-BRUTO-AJUSTADO
           ADD WS-BONOS TO WS-BRUTO-AJUSTADO
           ADD WS-RETROACTIVO TO WS-BRUTO-AJUSTADO
           IF WS-DEDUC-VARIAS > WS-BRUTO-AJUSTADO
               DISPLAY "AVISO: las deducciones del empleado "
                   EMP-ID " exceden el bruto; bruto en cero"

           COMPUTE WS-SEGURO ROUNDED =
               WS-BRUTO-AJUSTADO * WS-TASA-SEGURO
           PERFORM 212-CALCULAR-IMPUESTO
           COMPUTE WS-NETO =
               WS-BRUTO-AJUSTADO - WS-SEGURO - WS-IMPUESTO

           MOVE WS-VALOR-EXTRA TO NOM-VALOR-EXTRA
           MOVE WS-BONOS TO NOM-BONOS
           MOVE WS-DEDUC-VARIAS TO NOM-DEDUC-VARIAS
           MOVE WS-SALARIO-PERIODO TO NOM-SALARIO-BASE
           MOVE WS-RETROACTIVO TO NOM-RETROACTIVO
           MOVE WS-RETRO-DESDE TO NOM-RETRO-DESDE
           WRITE REGISTRO-NOMINA
           IF WS-NOM-STATUS NOT = "00"
               DISPLAY "ERROR al escribir la nomina del empleado "
                   EMP-ID ", status " WS-NOM-STATUS
           ELSE
               IF WS-HSA-PEND-DESDE NOT = SPACES
                   PERFORM 219-MARCAR-RETROACTIVO
               END-IF
               IF WS-RETROACTIVO > 0
                   ADD 1 TO WS-RETRO-CONTADOR
                   ADD WS-RETROACTIVO TO WS-TOTAL-RETRO
               END-IF
           END-IF

           ADD 1 TO WS-CONTADOR
           MOVE WS-NETO TO RON-NETO
           RELEASE REG-ORDEN-DEPTO.

       212-CALCULAR-IMPUESTO.
           MOVE 0 TO WS-IMPUESTO-CALC
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
               UNTIL WS-TRAMO-IDX > WS-CANT-TRAMOS
               IF WS-TRAMO-IDX < WS-CANT-TRAMOS
                   MOVE WS-TRAMO-DESDE(WS-TRAMO-IDX + 1)
                       TO WS-TOPE-TRAMO
               ELSE
                   MOVE WS-BRUTO-AJUSTADO TO WS-TOPE-TRAMO
               END-IF
               IF WS-TOPE-TRAMO > WS-BRUTO-AJUSTADO
                   MOVE WS-BRUTO-AJUSTADO TO WS-TOPE-TRAMO
               END-IF
               IF WS-TOPE-TRAMO > WS-TRAMO-DESDE(WS-TRAMO-IDX)
                   COMPUTE WS-BASE-TRAMO = WS-TOPE-TRAMO -
                       WS-TRAMO-DESDE(WS-TRAMO-IDX)
                   COMPUTE WS-IMPUESTO-CALC = WS-IMPUESTO-CALC +
                       WS-BASE-TRAMO * WS-TRAMO-TASA(WS-TRAMO-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-IMPUESTO ROUNDED = WS-IMPUESTO-CALC.

       215-LEER-NOVEDADES.
           MOVE 0 TO WS-DIAS-AUSENTE
           MOVE 0 TO WS-HORAS-EXTRA
               END-PERFORM
           END-IF.

       216-CARGAR-HISTORIAL.
           MOVE 0 TO WS-HSA-CANT
           MOVE SPACES TO WS-HSA-PEND-DESDE
           IF WS-HSA-ABIERTO = 'S'
               MOVE EMP-ID TO HSA-EMP-ID
               MOVE LOW-VALUES TO HSA-VIGENCIA
               START HISTSAL-ARCHIVO KEY IS NOT LESS THAN HSA-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-HSA-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-HSA-STATUS
               END-START

               PERFORM UNTIL WS-HSA-STATUS = "10"
                   READ HISTSAL-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HSA-STATUS
                       NOT AT END
                           IF HSA-EMP-ID NOT = EMP-ID
                               MOVE "10" TO WS-HSA-STATUS
                           ELSE
                               IF WS-HSA-CANT < 60
                                   ADD 1 TO WS-HSA-CANT
                                   MOVE HSA-VIGENCIA(1:6) TO
                                       WS-HSA-VIGENCIA(WS-HSA-CANT)
                                   MOVE HSA-SALARIO TO
                                       WS-HSA-SALARIO(WS-HSA-CANT)
                                   MOVE HSA-SALARIO-ANTERIOR TO
                                       WS-HSA-ANTERIOR(WS-HSA-CANT)
                                   MOVE 'N' TO WS-HSA-PEND(WS-HSA-CANT)
                                   IF HSA-RETRO-PENDIENTE
                                       AND HSA-VIGENCIA(1:6)
                                           <= WS-PERIODO
                                       MOVE 'S' TO
                                           WS-HSA-PEND(WS-HSA-CANT)
                                       IF WS-HSA-PEND-DESDE = SPACES
                                           MOVE HSA-VIGENCIA(1:6)
                                               TO WS-HSA-PEND-DESDE
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-PERIODO TO WS-RET-PERIODO
           PERFORM 218-SALARIO-VIGENTE
           MOVE WS-SALARIO-DEBIDO TO WS-SALARIO-PERIODO.

       217-CALCULAR-RETROACTIVO.
           MOVE WS-HSA-PEND-DESDE TO WS-RET-PER-NUM
           MOVE WS-RET-PER-NUM TO WS-RET-PERIODO
           PERFORM UNTIL WS-RET-PERIODO >= WS-PERIODO
               MOVE SPACES TO WS-NOMBRE-NOMINA-ANT
               STRING "nomina_" WS-RET-PERIODO ".dat"
                   DELIMITED BY SIZE INTO WS-NOMBRE-NOMINA-ANT
               MOVE 'N' TO WS-NAN-HALLADO
               OPEN INPUT NOMINA-ANT-ARCHIVO
               IF WS-NAN-STATUS = "00"
                   PERFORM UNTIL WS-NAN-STATUS = "10"
                       READ NOMINA-ANT-ARCHIVO NEXT RECORD
                           AT END
                               MOVE "10" TO WS-NAN-STATUS
                           NOT AT END
                               IF NAN-EMP-ID = EMP-ID
                                   MOVE 'S' TO WS-NAN-HALLADO
                                   MOVE "10" TO WS-NAN-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOMINA-ANT-ARCHIVO
               END-IF

               IF WS-NAN-HALLADO = 'S'
                   PERFORM 218-SALARIO-VIGENTE
                   MOVE 0 TO WS-SALARIO-PAGADO
                   IF NAN-SALARIO-BASE IS NUMERIC
                       MOVE NAN-SALARIO-BASE TO WS-SALARIO-PAGADO
                   END-IF
                   MOVE 'N' TO WS-HSA-HALLADO
                   PERFORM VARYING WS-HSA-IDX FROM 1 BY 1
                       UNTIL WS-HSA-IDX > WS-HSA-CANT
                          OR WS-HSA-HALLADO = 'S'
                       IF WS-HSA-PEND(WS-HSA-IDX) = 'S'
                           AND WS-HSA-VIGENCIA(WS-HSA-IDX)
                               <= WS-RET-PERIODO
                           MOVE 'S' TO WS-HSA-HALLADO
                           IF WS-HSA-ANTERIOR(WS-HSA-IDX)
                               > WS-SALARIO-PAGADO
                               MOVE WS-HSA-ANTERIOR(WS-HSA-IDX)
                                   TO WS-SALARIO-PAGADO
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NAN-DIAS-AUSENTE IS NUMERIC
                       MOVE NAN-DIAS-AUSENTE TO WS-RETRO-DIAS
                   ELSE
                       MOVE 0 TO WS-RETRO-DIAS
                   END-IF
                   IF WS-RETRO-DIAS > 30
                       MOVE 30 TO WS-RETRO-DIAS
                   END-IF
                   IF WS-SALARIO-DEBIDO > WS-SALARIO-PAGADO
                       COMPUTE WS-RETRO-MES ROUNDED =
                           (WS-SALARIO-DEBIDO - WS-SALARIO-PAGADO)
                           * (30 - WS-RETRO-DIAS) / 30
                       ADD WS-RETRO-MES TO WS-RETROACTIVO
                       IF WS-RETRO-DESDE = SPACES
                           MOVE WS-RET-PERIODO TO WS-RETRO-DESDE
                       END-IF
                   END-IF
               END-IF

               IF WS-RET-PER-MM = 12
                   ADD 1 TO WS-RET-PER-AA
                   MOVE 1 TO WS-RET-PER-MM
               ELSE
                   ADD 1 TO WS-RET-PER-MM
               END-IF
               MOVE WS-RET-PER-NUM TO WS-RET-PERIODO
           END-PERFORM.

       218-SALARIO-VIGENTE.
           MOVE EMP-SALARIO TO WS-SALARIO-DEBIDO
           IF WS-HSA-CANT > 0
               MOVE WS-HSA-ANTERIOR(1) TO WS-SALARIO-DEBIDO
               PERFORM VARYING WS-HSA-IDX FROM 1 BY 1
                   UNTIL WS-HSA-IDX > WS-HSA-CANT
                   IF WS-HSA-VIGENCIA(WS-HSA-IDX) <= WS-RET-PERIODO
                       MOVE WS-HSA-SALARIO(WS-HSA-IDX)
                           TO WS-SALARIO-DEBIDO
                   END-IF
               END-PERFORM
           END-IF.

       219-MARCAR-RETROACTIVO.
           MOVE EMP-ID TO HSA-EMP-ID
           MOVE LOW-VALUES TO HSA-VIGENCIA
           START HISTSAL-ARCHIVO KEY IS NOT LESS THAN HSA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-HSA-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-HSA-STATUS
           END-START

           PERFORM UNTIL WS-HSA-STATUS = "10"
               READ HISTSAL-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HSA-STATUS
                   NOT AT END
                       IF HSA-EMP-ID NOT = EMP-ID
                           MOVE "10" TO WS-HSA-STATUS
                       ELSE
                           IF HSA-RETRO-PENDIENTE
                               AND HSA-VIGENCIA(1:6) <= WS-PERIODO
                               SET HSA-RETRO-LIQUIDADO TO TRUE
                               MOVE WS-PERIODO TO HSA-RETRO-PERIODO
                               REWRITE REGISTRO-HISTSAL
                                   INVALID KEY
                                       DISPLAY "AVISO: no se marco el"
                                           " retroactivo del empleado "
                                           EMP-ID
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       220-IMPRIMIR-REGISTRO.
           MOVE 'N' TO WS-FIN-ORDEN
           PERFORM UNTIL WS-FIN-ORDEN = 'S'
           IF WS-NOV-ABIERTO = 'S'
               CLOSE NOVEDADES-ARCHIVO
           END-IF
           IF WS-HSA-ABIERTO = 'S'
               CLOSE HISTSAL-ARCHIVO
           END-IF
           CLOSE EMPLEADOS-ARCHIVO.
