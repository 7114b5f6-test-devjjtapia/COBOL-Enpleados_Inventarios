           RECORD KEY IS NOV-CLAVE
           FILE STATUS IS WS-NOV-STATUS.

           SELECT PARAMETROS-ARCHIVO
           ASSIGN TO "paramnomina.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-PERIODO-DESDE
           FILE STATUS IS WS-PAR-STATUS.

           SELECT NOMINA-ARCHIVO
           ASSIGN TO WS-NOMBRE-NOMINA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOM-STATUS.

           SELECT ACUMULADOS-ARCHIVO
           ASSIGN TO "acumulados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS WS-ACU-STATUS.

           SELECT REPORTE-ANUAL-ARCHIVO
           ASSIGN TO WS-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT ARCHIVO-ORDEN-ANUAL
           ASSIGN TO "ordenanual.tmp".

           SELECT HISTSAL-ARCHIVO
           ASSIGN TO "histsalarios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSA-CLAVE
           FILE STATUS IS WS-HSA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS-ARCHIVO.
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

       FD  NOMINA-ARCHIVO.
       01  LINEA-NOMINA            PIC X(157).

       FD  ACUMULADOS-ARCHIVO.
       01  REGISTRO-ACUMULADO.
           05  ACU-CLAVE.
               10  ACU-ANIO        PIC X(4).
               10  ACU-EMP-ID      PIC 9(5).
           05  ACU-NOMBRE          PIC X(30).
           05  ACU-DEPARTAMENTO    PIC X(20).
           05  ACU-BRUTO           PIC 9(9)V99.
           05  ACU-SEGURO          PIC 9(9)V99.
           05  ACU-IMPUESTO        PIC 9(9)V99.
           05  ACU-NETO            PIC 9(9)V99.
           05  ACU-VALOR-EXTRA     PIC 9(9)V99.
           05  ACU-BONOS           PIC 9(9)V99.
           05  ACU-DEDUC-VARIAS    PIC 9(9)V99.
           05  ACU-MESES           PIC X(12).

       FD  REPORTE-ANUAL-ARCHIVO.
       01  LINEA-REPORTE           PIC X(120).

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

       SD  ARCHIVO-ORDEN-DEPTO.
       01  REG-ORDEN-DEPTO.
           05  ROD-DEPARTAMENTO    PIC X(20).
           05  ROD-NOMBRE          PIC X(30).
           05  ROD-SALARIO         PIC 9(7)V99.

       SD  ARCHIVO-ORDEN-ANUAL.
       01  REG-ORDEN-ANUAL.
           05  RAN-DEPARTAMENTO    PIC X(20).
           05  RAN-ID              PIC 9(5).
           05  RAN-NOMBRE          PIC X(30).
           05  RAN-BRUTO           PIC 9(9)V99.
           05  RAN-SEGURO          PIC 9(9)V99.
           05  RAN-IMPUESTO        PIC 9(9)V99.
           05  RAN-NETO            PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-EMP-STATUS       PIC X(2).
           05  WS-NOV-CONCEPTO     PIC X(3).
           05  WS-NOV-VALIDA       PIC X.
           05  WS-CONFIRMAR        PIC X.
           05  WS-PAR-STATUS       PIC X(2).
           05  WS-NOM-STATUS       PIC X(2).
           05  WS-NOMBRE-NOMINA    PIC X(30).
           05  WS-PAR-PERIODO      PIC X(6).
           05  WS-PAR-FIN          PIC X.
           05  WS-PAR-VALIDO       PIC X.
           05  WS-PAR-LIQUIDADO    PIC X.
           05  WS-PAR-IDX          PIC 9.
           05  WS-PAR-CONTADOR     PIC 9(3).
           05  WS-PAR-PER-NUM      PIC 9(6).
           05  WS-PAR-PER-DET REDEFINES WS-PAR-PER-NUM.
               10  WS-PAR-PER-AA   PIC 9(4).
               10  WS-PAR-PER-MM   PIC 9(2).
           05  WS-PAR-PER-FIN      PIC 9(6).
           05  WS-ED-TASA          PIC .9999.
           05  WS-ED-FACTOR        PIC 9.99.
           05  WS-ED-IMPORTE       PIC $ZZZ,ZZ9.99.

       01  WS-PARAMETROS-INICIALES.
           05  WS-INI-TASA-SEGURO  PIC V9999 VALUE .0625.
           05  WS-INI-FACTOR-EXTRA PIC 9V99 VALUE 1.50.
           05  WS-INI-DIVISOR      PIC 9(3) VALUE 240.
           05  WS-INI-BASE-EXENTA  PIC 9(7)V99 VALUE 1000.00.
           05  WS-INI-TASA-IMPUESTO PIC V9999 VALUE .10.

       01  WS-ACUMULADOS-TRABAJO.
           05  WS-ACU-STATUS       PIC X(2).
           05  WS-REP-STATUS       PIC X(2).
           05  WS-NOMBRE-REPORTE   PIC X(30).
           05  WS-ACU-ANIO         PIC X(4).
           05  WS-ACU-EMP          PIC 9(5).
           05  WS-ACU-FIN          PIC X.
           05  WS-ACU-CONTADOR     PIC 9(5).
           05  WS-ACU-MESES-CANT   PIC 9(2).
           05  WS-ACU-SUB-BRUTO    PIC 9(11)V99.
           05  WS-ACU-SUB-SEGURO   PIC 9(11)V99.
           05  WS-ACU-SUB-IMPUESTO PIC 9(11)V99.
           05  WS-ACU-SUB-NETO     PIC 9(11)V99.
           05  WS-ACU-TOT-BRUTO    PIC 9(11)V99.
           05  WS-ACU-TOT-SEGURO   PIC 9(11)V99.
           05  WS-ACU-TOT-IMPUESTO PIC 9(11)V99.
           05  WS-ACU-TOT-NETO     PIC 9(11)V99.

       01  WS-SALARIOS-TRABAJO.
           05  WS-HSA-STATUS       PIC X(2).
           05  WS-SALARIO-ANTERIOR PIC 9(7)V99.
           05  WS-HSA-VIG-IN       PIC X(6).
           05  WS-HSA-VIGENCIA     PIC X(8).
           05  WS-HSA-ULTIMA       PIC X(8).
           05  WS-HSA-VALIDA       PIC X.
           05  WS-HSA-ORIGEN       PIC X.
           05  WS-HSA-MOTIVO       PIC X(20).
           05  WS-HSA-FIN          PIC X.
           05  WS-HSA-CONTADOR     PIC 9(3).
           05  WS-HSA-FECHA-CONS   PIC X(8).
           05  WS-HSA-SAL-FECHA    PIC 9(7)V99.
           05  WS-AUM-DEPTO        PIC X(20).
           05  WS-AUM-TIPO         PIC X.
           05  WS-AUM-PORCENTAJE   PIC 9(3)V99.
           05  WS-AUM-MONTO        PIC 9(7)V99.
           05  WS-AUM-APLICAR      PIC X.
           05  WS-AUM-CONTADOR     PIC 9(4).
           05  WS-AUM-OMITIDOS     PIC 9(4).
           05  WS-AUM-NUEVO        PIC 9(7)V99.
           05  WS-AUM-TOT-ACTUAL   PIC 9(11)V99.
           05  WS-AUM-TOT-NUEVO    PIC 9(11)V99.
           05  WS-AUM-DIFERENCIA   PIC 9(11)V99.

       01  WS-LINEA-AUMENTO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LAU-ID          PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LAU-NOMBRE      PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LAU-ACTUAL      PIC $ZZZ,ZZ9.99.
           05  FILLER             PIC X(4)  VALUE " -> ".
           05  WS-LAU-NUEVO       PIC $ZZZ,ZZ9.99.

       01  WS-LINEA-HISTORIAL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LHS-VIGENCIA    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LHS-SALARIO     PIC $ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LHS-ORIGEN      PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LHS-MOTIVO      PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LHS-REGISTRO    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LHS-RETRO       PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LHS-RETRO-PER   PIC X(6).

       01  WS-LINEA-IMPORTE.
           05  WS-LI-ETIQUETA      PIC X(40).
           05  WS-LI-IMPORTE       PIC $Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-ANUAL.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LA-ID           PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LA-NOMBRE       PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LA-BRUTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LA-SEGURO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LA-IMPUESTO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LA-NETO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDITORIA-TRABAJO.
           05  WS-AUD-OPERACION    PIC X(1).
                       "novedades.dat (status " WS-NOV-STATUS ")"
                   MOVE 'S' TO WS-FIN
               END-IF
               OPEN I-O PARAMETROS-ARCHIVO
               IF WS-PAR-STATUS = "35"
                   OPEN OUTPUT PARAMETROS-ARCHIVO
                   CLOSE PARAMETROS-ARCHIVO
                   OPEN I-O PARAMETROS-ARCHIVO
                   IF WS-PAR-STATUS = "00"
                       PERFORM 105-PARAMETROS-INICIALES
                   END-IF
               END-IF
               IF WS-PAR-STATUS NOT = "00"
                   DISPLAY "ERROR FATAL: no se pudo abrir "
                       "paramnomina.dat (status " WS-PAR-STATUS ")"
                   MOVE 'S' TO WS-FIN
               END-IF
               OPEN I-O HISTSAL-ARCHIVO
               IF WS-HSA-STATUS = "35"
                   OPEN OUTPUT HISTSAL-ARCHIVO
                   CLOSE HISTSAL-ARCHIVO
                   OPEN I-O HISTSAL-ARCHIVO
               END-IF
               IF WS-HSA-STATUS NOT = "00"
                   DISPLAY "ERROR FATAL: no se pudo abrir "
                       "histsalarios.dat (status " WS-HSA-STATUS ")"
                   MOVE 'S' TO WS-FIN
               END-IF
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               DISPLAY WS-CABECERA
               DISPLAY "SISTEMA DE REGISTRO DE EMPLEADOS"
               END-IF
           END-IF.

       105-PARAMETROS-INICIALES.
           INITIALIZE REGISTRO-PARAMETRO
           MOVE "190001" TO PAR-PERIODO-DESDE
           MOVE WS-INI-TASA-SEGURO TO PAR-TASA-SEGURO
           MOVE WS-INI-FACTOR-EXTRA TO PAR-FACTOR-EXTRA
           MOVE WS-INI-DIVISOR TO PAR-DIVISOR-HORAS
           MOVE 2 TO PAR-CANT-TRAMOS
           MOVE 0 TO PAR-TRAMO-DESDE(1)
           MOVE 0 TO PAR-TRAMO-TASA(1)
           MOVE WS-INI-BASE-EXENTA TO PAR-TRAMO-DESDE(2)
           MOVE WS-INI-TASA-IMPUESTO TO PAR-TRAMO-TASA(2)
           WRITE REGISTRO-PARAMETRO
               INVALID KEY
                   DISPLAY "AVISO: no se pudieron cargar los"
                       " parametros de nomina iniciales"
               NOT INVALID KEY
                   DISPLAY "Parametros de nomina iniciales"
                       " cargados (vigencia 190001)"
           END-WRITE.

       110-VALIDAR-OPERADOR.
           MOVE 0 TO EMP-ID
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMP-ID
           DISPLAY "3. Activar/Inactivar Empleado"
           DISPLAY "4. Generar Resumen por Departamento"
           DISPLAY "5. Capturar Novedades de Nomina"
           DISPLAY "6. Parametros de Calculo de Nomina"
           DISPLAY "7. Acumulados Anuales de Nomina"
           DISPLAY "8. Historial y Aumentos de Salario"
           DISPLAY "9. Salir"
           DISPLAY "Ingrese su opcion (1-9): "
           ACCEPT WS-OPCION

           EVALUATE WS-OPCION
               WHEN 5
                   PERFORM 500-CAPTURAR-NOVEDADES
               WHEN 6
                   PERFORM 600-PARAMETROS-NOMINA
               WHEN 7
                   PERFORM 700-ACUMULADOS-ANUALES
               WHEN 8
                   PERFORM 800-SALARIOS
               WHEN 9
                   MOVE 'S' TO WS-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida"
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REGISTRO-EMPLEADO TO WS-AUD-DESPUES
                   PERFORM 400-REGISTRAR-AUDITORIA
                   MOVE 0 TO WS-SALARIO-ANTERIOR
                   MOVE SPACES TO WS-HSA-VIGENCIA
                   STRING WS-FECHA-HOY(1:6) "01"
                       DELIMITED BY SIZE INTO WS-HSA-VIGENCIA
                   MOVE "I" TO WS-HSA-ORIGEN
                   MOVE "ALTA DE EMPLEADO" TO WS-HSA-MOTIVO
                   PERFORM 820-GRABAR-HISTORIAL
           END-WRITE.

       220-MODIFICAR-EMPLEADO.
           DISPLAY "Nuevo departamento: "
           ACCEPT EMP-DEPARTAMENTO
           DISPLAY "Salario actual: " EMP-SALARIO
           MOVE EMP-SALARIO TO WS-SALARIO-ANTERIOR
           DISPLAY "Nuevo salario: "
           ACCEPT EMP-SALARIO
           IF EMP-SALARIO NOT = WS-SALARIO-ANTERIOR
               PERFORM 810-PEDIR-VIGENCIA
               IF WS-HSA-VALIDA = 'N'
                   MOVE WS-SALARIO-ANTERIOR TO EMP-SALARIO
                   DISPLAY "El salario queda sin cambios"
               END-IF
           END-IF
           DISPLAY "Nuevo PIN de acceso (4 digitos, "
               "ENTER para dejar sin cambios): "
           MOVE SPACES TO WS-PIN-NUEVO
                   MOVE "M" TO WS-AUD-OPERACION
                   MOVE REGISTRO-EMPLEADO TO WS-AUD-DESPUES
                   PERFORM 400-REGISTRAR-AUDITORIA
                   IF EMP-SALARIO NOT = WS-SALARIO-ANTERIOR
                       MOVE "M" TO WS-HSA-ORIGEN
                       PERFORM 820-GRABAR-HISTORIAL
                   END-IF
           END-REWRITE.

       230-CAMBIAR-ESTADO.
               DISPLAY "auditoria, status " WS-AUD-STATUS
           END-IF.

       420-AUDITAR-PARAMETRO.
           OPEN EXTEND AUDITORIA-ARCHIVO
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITORIA-ARCHIVO
           END-IF
           IF WS-AUD-STATUS = "00"
               MOVE WS-FECHA-HOY TO AUD-FECHA
               MOVE WS-OPERADOR-ID TO AUD-EMP-ID
               MOVE "paramnomina.dat" TO AUD-ARCHIVO
               MOVE WS-AUD-OPERACION TO AUD-OPERACION
               MOVE PAR-PERIODO-DESDE TO AUD-CLAVE
               MOVE WS-AUD-ANTES TO AUD-ANTES
               MOVE WS-AUD-DESPUES TO AUD-DESPUES
               WRITE REGISTRO-AUDITORIA
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "AVISO: no se pudo escribir en el"
                   DISPLAY "diario de auditoria, status "
                       WS-AUD-STATUS
               END-IF
               CLOSE AUDITORIA-ARCHIVO
           ELSE
               DISPLAY "AVISO: no se pudo abrir el diario de"
               DISPLAY "auditoria, status " WS-AUD-STATUS
           END-IF.

       430-AUDITAR-HISTORIAL.
           OPEN EXTEND AUDITORIA-ARCHIVO
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDITORIA-ARCHIVO
           END-IF
           IF WS-AUD-STATUS = "00"
               MOVE WS-FECHA-HOY TO AUD-FECHA
               MOVE WS-OPERADOR-ID TO AUD-EMP-ID
               MOVE "histsalarios.dat" TO AUD-ARCHIVO
               MOVE WS-AUD-OPERACION TO AUD-OPERACION
               MOVE HSA-EMP-ID TO AUD-CLAVE
               MOVE WS-AUD-ANTES TO AUD-ANTES
               MOVE WS-AUD-DESPUES TO AUD-DESPUES
               WRITE REGISTRO-AUDITORIA
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "AVISO: no se pudo escribir en el"
                   DISPLAY "diario de auditoria, status "
                       WS-AUD-STATUS
               END-IF
               CLOSE AUDITORIA-ARCHIVO
           ELSE
               DISPLAY "AVISO: no se pudo abrir el diario de"
               DISPLAY "auditoria, status " WS-AUD-STATUS
           END-IF.

       500-CAPTURAR-NOVEDADES.
           DISPLAY "=== NOVEDADES DE NOMINA ==="
           DISPLAY "Periodo (AAAAMM): "
                   END-IF
           END-READ.

       600-PARAMETROS-NOMINA.
           PERFORM 610-LISTAR-PARAMETROS
           MOVE 'N' TO WS-PAR-FIN
           PERFORM UNTIL WS-PAR-FIN = 'S'
               DISPLAY " "
               DISPLAY "=== PARAMETROS DE CALCULO DE NOMINA ==="
               DISPLAY "1. Registrar Nueva Vigencia"
               DISPLAY "2. Modificar Vigencia"
               DISPLAY "3. Listar Vigencias"
               DISPLAY "4. Volver"
               DISPLAY "Ingrese su opcion (1-4): "
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 620-NUEVA-VIGENCIA
                   WHEN 2
                       PERFORM 630-MODIFICAR-VIGENCIA
                   WHEN 3
                       PERFORM 610-LISTAR-PARAMETROS
                   WHEN 4
                       MOVE 'S' TO WS-PAR-FIN
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       610-LISTAR-PARAMETROS.
           MOVE 0 TO WS-PAR-CONTADOR
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
                       ADD 1 TO WS-PAR-CONTADOR
                       PERFORM 611-MOSTRAR-PARAMETRO
               END-READ
           END-PERFORM

           IF WS-PAR-CONTADOR = 0
               DISPLAY "No hay parametros de nomina registrados"
           END-IF.

       611-MOSTRAR-PARAMETRO.
           MOVE PAR-TASA-SEGURO TO WS-ED-TASA
           MOVE PAR-FACTOR-EXTRA TO WS-ED-FACTOR
           DISPLAY "Vigente desde " PAR-PERIODO-DESDE
               " - Seguro: " WS-ED-TASA
               " - Factor extra: " WS-ED-FACTOR
               " - Divisor horas: " PAR-DIVISOR-HORAS
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > PAR-CANT-TRAMOS
               MOVE PAR-TRAMO-DESDE(WS-PAR-IDX) TO WS-ED-IMPORTE
               MOVE PAR-TRAMO-TASA(WS-PAR-IDX) TO WS-ED-TASA
               DISPLAY "    Tramo " WS-PAR-IDX " desde "
                   WS-ED-IMPORTE " - tasa " WS-ED-TASA
           END-PERFORM.

       620-NUEVA-VIGENCIA.
           DISPLAY "Vigente desde el periodo (AAAAMM): "
           MOVE SPACES TO WS-PAR-PERIODO
           ACCEPT WS-PAR-PERIODO
           IF WS-PAR-PERIODO IS NOT NUMERIC
               OR WS-PAR-PERIODO < "190001"
               OR WS-PAR-PERIODO(5:2) < "01"
               OR WS-PAR-PERIODO(5:2) > "12"
               DISPLAY "Periodo invalido"
           ELSE
               MOVE WS-PAR-PERIODO TO PAR-PERIODO-DESDE
               READ PARAMETROS-ARCHIVO
                   INVALID KEY
                       PERFORM 621-GRABAR-NUEVA-VIGENCIA
                   NOT INVALID KEY
                       DISPLAY "Ya existe una vigencia desde ese"
                           " periodo; use Modificar Vigencia"
               END-READ
           END-IF.

       621-GRABAR-NUEVA-VIGENCIA.
           PERFORM 650-VERIFICAR-LIQUIDADO
           IF WS-PAR-LIQUIDADO = 'S'
               DISPLAY "ERROR: ya hay nominas liquidadas desde ese"
                   " periodo; la vigencia no puede comenzar antes"
           ELSE
               INITIALIZE REGISTRO-PARAMETRO
               MOVE WS-PAR-PERIODO TO PAR-PERIODO-DESDE
               PERFORM 640-INGRESAR-VALORES
               IF WS-PAR-VALIDO = 'S'
                   WRITE REGISTRO-PARAMETRO
                       INVALID KEY
                           DISPLAY "Error al guardar la vigencia"
                       NOT INVALID KEY
                           DISPLAY "Vigencia registrada"
                           MOVE "A" TO WS-AUD-OPERACION
                           MOVE SPACES TO WS-AUD-ANTES
                           MOVE REGISTRO-PARAMETRO TO WS-AUD-DESPUES
                           PERFORM 420-AUDITAR-PARAMETRO
                   END-WRITE
               ELSE
                   DISPLAY "Vigencia no registrada"
               END-IF
           END-IF.

       630-MODIFICAR-VIGENCIA.
           DISPLAY "Vigencia a modificar (AAAAMM): "
           MOVE SPACES TO WS-PAR-PERIODO
           ACCEPT WS-PAR-PERIODO
           MOVE WS-PAR-PERIODO TO PAR-PERIODO-DESDE
           READ PARAMETROS-ARCHIVO
               INVALID KEY
                   DISPLAY "Vigencia no encontrada"
               NOT INVALID KEY
                   PERFORM 631-ACTUALIZAR-VIGENCIA
           END-READ.

       631-ACTUALIZAR-VIGENCIA.
           PERFORM 650-VERIFICAR-LIQUIDADO
           IF WS-PAR-LIQUIDADO = 'S'
               DISPLAY "ERROR: la vigencia ya se aplico en nominas"
                   " liquidadas; registre una nueva vigencia"
           ELSE
               PERFORM 611-MOSTRAR-PARAMETRO
               MOVE REGISTRO-PARAMETRO TO WS-AUD-ANTES
               PERFORM 640-INGRESAR-VALORES
               IF WS-PAR-VALIDO = 'S'
                   REWRITE REGISTRO-PARAMETRO
                       INVALID KEY
                           DISPLAY "Error al actualizar la vigencia"
                       NOT INVALID KEY
                           DISPLAY "Vigencia actualizada"
                           MOVE "M" TO WS-AUD-OPERACION
                           MOVE REGISTRO-PARAMETRO TO WS-AUD-DESPUES
                           PERFORM 420-AUDITAR-PARAMETRO
                   END-REWRITE
               ELSE
                   DISPLAY "Cambios descartados"
               END-IF
           END-IF.

       640-INGRESAR-VALORES.
           MOVE 'S' TO WS-PAR-VALIDO
           DISPLAY "Tasa de seguro social (ej. .0625): "
           ACCEPT PAR-TASA-SEGURO
           DISPLAY "Factor de recargo de horas extra (ej. 1.50): "
           ACCEPT PAR-FACTOR-EXTRA
           DISPLAY "Divisor de horas mensuales (ej. 240): "
           ACCEPT PAR-DIVISOR-HORAS
           IF PAR-DIVISOR-HORAS = 0
               DISPLAY "El divisor de horas no puede ser cero"
               MOVE 'N' TO WS-PAR-VALIDO
           END-IF
           DISPLAY "Cantidad de tramos de impuesto (1-6): "
           ACCEPT PAR-CANT-TRAMOS
           IF PAR-CANT-TRAMOS < 1 OR PAR-CANT-TRAMOS > 6
               DISPLAY "Cantidad de tramos invalida"
               MOVE 'N' TO WS-PAR-VALIDO
           ELSE
               PERFORM 641-INGRESAR-TRAMO
                   VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > PAR-CANT-TRAMOS
               PERFORM VARYING WS-PAR-IDX FROM WS-PAR-IDX BY 1
                   UNTIL WS-PAR-IDX > 6
                   MOVE 0 TO PAR-TRAMO-DESDE(WS-PAR-IDX)
                   MOVE 0 TO PAR-TRAMO-TASA(WS-PAR-IDX)
               END-PERFORM
           END-IF.

       641-INGRESAR-TRAMO.
           IF WS-PAR-IDX = 1
               MOVE 0 TO PAR-TRAMO-DESDE(1)
               DISPLAY "Tramo 1: desde $0.00"
           ELSE
               DISPLAY "Tramo " WS-PAR-IDX
                   ": bruto mensual desde: "
               ACCEPT PAR-TRAMO-DESDE(WS-PAR-IDX)
               IF PAR-TRAMO-DESDE(WS-PAR-IDX) NOT >
                   PAR-TRAMO-DESDE(WS-PAR-IDX - 1)
                   DISPLAY "Los tramos deben ser crecientes"
                   MOVE 'N' TO WS-PAR-VALIDO
               END-IF
           END-IF
           DISPLAY "Tramo " WS-PAR-IDX
               ": tasa marginal (ej. .10): "
           ACCEPT PAR-TRAMO-TASA(WS-PAR-IDX).

       650-VERIFICAR-LIQUIDADO.
           MOVE 'N' TO WS-PAR-LIQUIDADO
           MOVE WS-PAR-PERIODO TO WS-PAR-PER-NUM
           MOVE WS-FECHA-HOY(1:6) TO WS-PAR-PER-FIN
           PERFORM UNTIL WS-PAR-LIQUIDADO = 'S'
               OR WS-PAR-PER-NUM > WS-PAR-PER-FIN
               MOVE SPACES TO WS-NOMBRE-NOMINA
               STRING "nomina_" WS-PAR-PER-NUM ".dat"
                   DELIMITED BY SIZE INTO WS-NOMBRE-NOMINA
               OPEN INPUT NOMINA-ARCHIVO
               IF WS-NOM-STATUS = "00"
                   CLOSE NOMINA-ARCHIVO
                   MOVE 'S' TO WS-PAR-LIQUIDADO
               ELSE
                   IF WS-PAR-PER-MM = 12
                       ADD 1 TO WS-PAR-PER-AA
                       MOVE 1 TO WS-PAR-PER-MM
                   ELSE
                       ADD 1 TO WS-PAR-PER-MM
                   END-IF
               END-IF
           END-PERFORM.

       700-ACUMULADOS-ANUALES.
           MOVE 'N' TO WS-ACU-FIN
           PERFORM UNTIL WS-ACU-FIN = 'S'
               DISPLAY " "
               DISPLAY "=== ACUMULADOS ANUALES DE NOMINA ==="
               DISPLAY "1. Emitir Certificado Anual de Ingresos"
               DISPLAY "2. Resumen Anual por Departamento"
               DISPLAY "3. Volver"
               DISPLAY "Ingrese su opcion (1-3): "
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 710-EMITIR-CERTIFICADOS
                   WHEN 2
                       PERFORM 720-RESUMEN-ANUAL
                   WHEN 3
                       MOVE 'S' TO WS-ACU-FIN
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       705-ABRIR-ACUMULADOS.
           MOVE 0 TO WS-ACU-CONTADOR
           DISPLAY "Ingrese el anio (AAAA): "
           ACCEPT WS-ACU-ANIO
           IF WS-ACU-ANIO IS NOT NUMERIC
               DISPLAY "Anio invalido"
               MOVE "99" TO WS-ACU-STATUS
           ELSE
               OPEN INPUT ACUMULADOS-ARCHIVO
               IF WS-ACU-STATUS = "35"
                   DISPLAY "No hay acumulados anuales registrados."
                       " Se generan al confirmar los pagos de cada"
                       " periodo."
               ELSE
                   IF WS-ACU-STATUS NOT = "00"
                       DISPLAY "ERROR: no se pudo abrir "
                           "acumulados.dat (status " WS-ACU-STATUS
                           ")"
                   END-IF
               END-IF
           END-IF.

       710-EMITIR-CERTIFICADOS.
           DISPLAY "=== CERTIFICADO ANUAL DE INGRESOS Y RETENCIONES ==="
           PERFORM 705-ABRIR-ACUMULADOS
           IF WS-ACU-STATUS = "00"
               DISPLAY "Ingrese ID del empleado (0 = todos): "
               ACCEPT WS-ACU-EMP
               MOVE SPACES TO WS-NOMBRE-REPORTE
               IF WS-ACU-EMP = 0
                   STRING "certificados_" WS-ACU-ANIO ".txt"
                       DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE
               ELSE
                   STRING "certificado_" WS-ACU-ANIO "_" WS-ACU-EMP
                       ".txt" DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE
               END-IF
               MOVE WS-ACU-ANIO TO ACU-ANIO
               IF WS-ACU-EMP > 0
                   MOVE WS-ACU-EMP TO ACU-EMP-ID
                   READ ACUMULADOS-ARCHIVO
                       INVALID KEY
                           DISPLAY "No hay acumulados del empleado "
                               WS-ACU-EMP " para el anio " WS-ACU-ANIO
                       NOT INVALID KEY
                           OPEN OUTPUT REPORTE-ANUAL-ARCHIVO
                           PERFORM 711-ESCRIBIR-CERTIFICADO
                           CLOSE REPORTE-ANUAL-ARCHIVO
                   END-READ
               ELSE
                   OPEN OUTPUT REPORTE-ANUAL-ARCHIVO
                   MOVE 1 TO ACU-EMP-ID
                   START ACUMULADOS-ARCHIVO
                       KEY IS NOT LESS THAN ACU-CLAVE
                       INVALID KEY
                           MOVE "10" TO WS-ACU-STATUS
                       NOT INVALID KEY
                           MOVE "00" TO WS-ACU-STATUS
                   END-START
                   PERFORM UNTIL WS-ACU-STATUS = "10"
                       READ ACUMULADOS-ARCHIVO NEXT RECORD
                           AT END
                               MOVE "10" TO WS-ACU-STATUS
                           NOT AT END
                               IF ACU-ANIO NOT = WS-ACU-ANIO
                                   MOVE "10" TO WS-ACU-STATUS
                               ELSE
                                   PERFORM 711-ESCRIBIR-CERTIFICADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REPORTE-ANUAL-ARCHIVO
               END-IF
               CLOSE ACUMULADOS-ARCHIVO
               IF WS-ACU-CONTADOR > 0 OR WS-ACU-EMP = 0
                   DISPLAY "Certificados emitidos: " WS-ACU-CONTADOR
                       " en " WS-NOMBRE-REPORTE
               END-IF
           END-IF.

       711-ESCRIBIR-CERTIFICADO.
           MOVE 0 TO WS-ACU-MESES-CANT
           INSPECT ACU-MESES TALLYING WS-ACU-MESES-CANT FOR ALL "S"

           MOVE ALL "=" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "CERTIFICADO ANUAL DE INGRESOS Y RETENCIONES - ANIO "
               ACU-ANIO DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ALL "=" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Empleado: " ACU-EMP-ID " - " ACU-NOMBRE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Departamento: " ACU-DEPARTAMENTO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Meses liquidados en el anio: " WS-ACU-MESES-CANT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE "Remuneracion bruta total:" TO WS-LI-ETIQUETA
           MOVE ACU-BRUTO TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE
           MOVE "  Incluye horas extra:" TO WS-LI-ETIQUETA
           MOVE ACU-VALOR-EXTRA TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE
           MOVE "  Incluye bonos:" TO WS-LI-ETIQUETA
           MOVE ACU-BONOS TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE
           MOVE "Aportes de seguro social retenidos:" TO WS-LI-ETIQUETA
           MOVE ACU-SEGURO TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE
           MOVE "Impuesto sobre la renta retenido:" TO WS-LI-ETIQUETA
           MOVE ACU-IMPUESTO TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE
           MOVE "Otras deducciones:" TO WS-LI-ETIQUETA
           MOVE ACU-DEDUC-VARIAS TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE
           MOVE "Neto percibido:" TO WS-LI-ETIQUETA
           MOVE ACU-NETO TO WS-LI-IMPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-IMPORTE

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Fecha de emision: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Firma del empleador: ______________________________"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-ACU-CONTADOR.

       720-RESUMEN-ANUAL.
           DISPLAY "=== RESUMEN ANUAL DE NOMINA POR DEPARTAMENTO ==="
           PERFORM 705-ABRIR-ACUMULADOS
           IF WS-ACU-STATUS = "00"
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING "resumen_anual_" WS-ACU-ANIO ".txt"
                   DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE
               OPEN OUTPUT REPORTE-ANUAL-ARCHIVO
               MOVE SPACES TO WS-DEPTO-ANTERIOR
               MOVE 'S' TO WS-PRIMERA-VEZ
               MOVE 0 TO WS-CONTADOR-DEPTO
               MOVE 0 TO WS-ACU-SUB-BRUTO
               MOVE 0 TO WS-ACU-SUB-SEGURO
               MOVE 0 TO WS-ACU-SUB-IMPUESTO
               MOVE 0 TO WS-ACU-SUB-NETO
               MOVE 0 TO WS-ACU-TOT-BRUTO
               MOVE 0 TO WS-ACU-TOT-SEGURO
               MOVE 0 TO WS-ACU-TOT-IMPUESTO
               MOVE 0 TO WS-ACU-TOT-NETO

               MOVE ALL "*" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "RESUMEN ANUAL DE NOMINA POR DEPARTAMENTO - ANIO "
                   WS-ACU-ANIO DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE ALL "*" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ID     NOMBRE" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               MOVE "BRUTO" TO LINEA-REPORTE(54:5)
               MOVE "SEGURO" TO LINEA-REPORTE(72:6)
               MOVE "IMPUESTO" TO LINEA-REPORTE(89:8)
               MOVE "NETO" TO LINEA-REPORTE(112:4)
               WRITE LINEA-REPORTE

               SORT ARCHIVO-ORDEN-ANUAL
                   ON ASCENDING KEY RAN-DEPARTAMENTO RAN-ID
                   INPUT PROCEDURE IS 721-CARGAR-ORDEN-ANUAL
                   OUTPUT PROCEDURE IS 722-IMPRIMIR-ORDEN-ANUAL

               MOVE ALL "*" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO WS-LA-ID
               MOVE "TOTAL GENERAL" TO WS-LA-NOMBRE
               MOVE WS-ACU-TOT-BRUTO TO WS-LA-BRUTO
               MOVE WS-ACU-TOT-SEGURO TO WS-LA-SEGURO
               MOVE WS-ACU-TOT-IMPUESTO TO WS-LA-IMPUESTO
               MOVE WS-ACU-TOT-NETO TO WS-LA-NETO
               WRITE LINEA-REPORTE FROM WS-LINEA-ANUAL
               CLOSE REPORTE-ANUAL-ARCHIVO
               CLOSE ACUMULADOS-ARCHIVO

               DISPLAY WS-CABECERA
               DISPLAY "Empleados con acumulados: " WS-ACU-CONTADOR
               DISPLAY "Total bruto anual:    $" WS-ACU-TOT-BRUTO
               DISPLAY "Total seguro social:  $" WS-ACU-TOT-SEGURO
               DISPLAY "Total impuesto:       $" WS-ACU-TOT-IMPUESTO
               DISPLAY "Total neto pagado:    $" WS-ACU-TOT-NETO
               DISPLAY "Resumen generado en " WS-NOMBRE-REPORTE
               DISPLAY WS-CABECERA
           END-IF.

       721-CARGAR-ORDEN-ANUAL.
           MOVE WS-ACU-ANIO TO ACU-ANIO
           MOVE 1 TO ACU-EMP-ID
           START ACUMULADOS-ARCHIVO KEY IS NOT LESS THAN ACU-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-ACU-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ACU-STATUS
           END-START

           PERFORM UNTIL WS-ACU-STATUS = "10"
               READ ACUMULADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ACU-STATUS
                   NOT AT END
                       IF ACU-ANIO NOT = WS-ACU-ANIO
                           MOVE "10" TO WS-ACU-STATUS
                       ELSE
                           MOVE ACU-DEPARTAMENTO TO RAN-DEPARTAMENTO
                           MOVE ACU-EMP-ID TO RAN-ID
                           MOVE ACU-NOMBRE TO RAN-NOMBRE
                           MOVE ACU-BRUTO TO RAN-BRUTO
                           MOVE ACU-SEGURO TO RAN-SEGURO
                           MOVE ACU-IMPUESTO TO RAN-IMPUESTO
                           MOVE ACU-NETO TO RAN-NETO
                           RELEASE REG-ORDEN-ANUAL
                       END-IF
               END-READ
           END-PERFORM.

       722-IMPRIMIR-ORDEN-ANUAL.
           MOVE 'N' TO WS-FIN-ORDEN
           PERFORM UNTIL WS-FIN-ORDEN = 'S'
               RETURN ARCHIVO-ORDEN-ANUAL
                   AT END
                       MOVE 'S' TO WS-FIN-ORDEN
                   NOT AT END
                       PERFORM 723-PROCESAR-ORDEN-ANUAL
               END-RETURN
           END-PERFORM

           IF WS-PRIMERA-VEZ = 'N'
               PERFORM 724-IMPRIMIR-SUBTOTAL-ANUAL
           END-IF.

       723-PROCESAR-ORDEN-ANUAL.
           IF WS-PRIMERA-VEZ = 'S'
               MOVE RAN-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
               MOVE 'N' TO WS-PRIMERA-VEZ
           END-IF

           IF RAN-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
               PERFORM 724-IMPRIMIR-SUBTOTAL-ANUAL
               MOVE RAN-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
               MOVE 0 TO WS-CONTADOR-DEPTO
               MOVE 0 TO WS-ACU-SUB-BRUTO
               MOVE 0 TO WS-ACU-SUB-SEGURO
               MOVE 0 TO WS-ACU-SUB-IMPUESTO
               MOVE 0 TO WS-ACU-SUB-NETO
           END-IF

           IF WS-CONTADOR-DEPTO = 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "Departamento: " RAN-DEPARTAMENTO
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF

           ADD 1 TO WS-CONTADOR-DEPTO
           ADD 1 TO WS-ACU-CONTADOR
           ADD RAN-BRUTO TO WS-ACU-SUB-BRUTO WS-ACU-TOT-BRUTO
           ADD RAN-SEGURO TO WS-ACU-SUB-SEGURO WS-ACU-TOT-SEGURO
           ADD RAN-IMPUESTO TO WS-ACU-SUB-IMPUESTO
                               WS-ACU-TOT-IMPUESTO
           ADD RAN-NETO TO WS-ACU-SUB-NETO WS-ACU-TOT-NETO

           MOVE RAN-ID TO WS-LA-ID
           MOVE RAN-NOMBRE TO WS-LA-NOMBRE
           MOVE RAN-BRUTO TO WS-LA-BRUTO
           MOVE RAN-SEGURO TO WS-LA-SEGURO
           MOVE RAN-IMPUESTO TO WS-LA-IMPUESTO
           MOVE RAN-NETO TO WS-LA-NETO
           WRITE LINEA-REPORTE FROM WS-LINEA-ANUAL.

       724-IMPRIMIR-SUBTOTAL-ANUAL.
           MOVE SPACES TO WS-LA-ID
           MOVE SPACES TO WS-LA-NOMBRE
           STRING "Subtotal (" WS-CONTADOR-DEPTO " empleados)"
               DELIMITED BY SIZE INTO WS-LA-NOMBRE
           MOVE WS-ACU-SUB-BRUTO TO WS-LA-BRUTO
           MOVE WS-ACU-SUB-SEGURO TO WS-LA-SEGURO
           MOVE WS-ACU-SUB-IMPUESTO TO WS-LA-IMPUESTO
           MOVE WS-ACU-SUB-NETO TO WS-LA-NETO
           WRITE LINEA-REPORTE FROM WS-LINEA-ANUAL
           DISPLAY "  " WS-DEPTO-ANTERIOR "  Empleados: "
               WS-CONTADOR-DEPTO "  Bruto: $" WS-ACU-SUB-BRUTO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

       800-SALARIOS.
           MOVE 'N' TO WS-HSA-FIN
           PERFORM UNTIL WS-HSA-FIN = 'S'
               DISPLAY " "
               DISPLAY "=== HISTORIAL Y AUMENTOS DE SALARIO ==="
               DISPLAY "1. Consultar Historial de un Empleado"
               DISPLAY "2. Aumento Masivo de Salarios"
               DISPLAY "3. Volver"
               DISPLAY "Ingrese su opcion (1-3): "
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 840-CONSULTAR-HISTORIAL
                   WHEN 2
                       PERFORM 830-AUMENTO-MASIVO
                   WHEN 3
                       MOVE 'S' TO WS-HSA-FIN
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       810-PEDIR-VIGENCIA.
           PERFORM 815-ULTIMA-VIGENCIA
           DISPLAY "Vigencia del nuevo salario (AAAAMM, "
               "ENTER = mes actual): "
           MOVE SPACES TO WS-HSA-VIG-IN
           ACCEPT WS-HSA-VIG-IN
           IF WS-HSA-VIG-IN = SPACES
               MOVE WS-FECHA-HOY(1:6) TO WS-HSA-VIG-IN
           END-IF
           PERFORM 811-VALIDAR-VIGENCIA
           IF WS-HSA-VALIDA = 'S'
               DISPLAY "Motivo del cambio: "
               MOVE SPACES TO WS-HSA-MOTIVO
               ACCEPT WS-HSA-MOTIVO
               IF WS-HSA-VIG-IN < WS-FECHA-HOY(1:6)
                   DISPLAY "Vigencia retroactiva: la diferencia de"
                       " los periodos ya liquidados se paga en la"
                       " proxima nomina"
               END-IF
           END-IF.

       811-VALIDAR-VIGENCIA.
           MOVE 'S' TO WS-HSA-VALIDA
           EVALUATE TRUE
               WHEN WS-HSA-VIG-IN IS NOT NUMERIC
                   OR WS-HSA-VIG-IN < "190001"
                   OR WS-HSA-VIG-IN(5:2) < "01"
                   OR WS-HSA-VIG-IN(5:2) > "12"
                   DISPLAY "Vigencia invalida"
                   MOVE 'N' TO WS-HSA-VALIDA
               WHEN WS-HSA-VIG-IN > WS-FECHA-HOY(1:6)
                   DISPLAY "No se admiten vigencias futuras; registre"
                       " el cambio al comenzar ese mes"
                   MOVE 'N' TO WS-HSA-VALIDA
               WHEN WS-HSA-ULTIMA NOT = SPACES
                   AND WS-HSA-VIG-IN < WS-HSA-ULTIMA(1:6)
                   DISPLAY "La vigencia no puede ser anterior al"
                       " ultimo cambio registrado ("
                       WS-HSA-ULTIMA(1:6) ")"
                   MOVE 'N' TO WS-HSA-VALIDA
               WHEN EMP-SALARIO < WS-SALARIO-ANTERIOR
                   AND WS-HSA-VIG-IN < WS-FECHA-HOY(1:6)
                   DISPLAY "Una reduccion de salario no puede ser"
                       " retroactiva"
                   MOVE 'N' TO WS-HSA-VALIDA
               WHEN OTHER
                   MOVE SPACES TO WS-HSA-VIGENCIA
                   STRING WS-HSA-VIG-IN "01"
                       DELIMITED BY SIZE INTO WS-HSA-VIGENCIA
           END-EVALUATE.

       815-ULTIMA-VIGENCIA.
           MOVE SPACES TO WS-HSA-ULTIMA
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
                           MOVE HSA-VIGENCIA TO WS-HSA-ULTIMA
                       END-IF
               END-READ
           END-PERFORM.

       820-GRABAR-HISTORIAL.
           PERFORM 815-ULTIMA-VIGENCIA
           IF WS-HSA-ULTIMA = SPACES AND WS-SALARIO-ANTERIOR > 0
               MOVE EMP-ID TO HSA-EMP-ID
               MOVE "19000101" TO HSA-VIGENCIA
               MOVE WS-SALARIO-ANTERIOR TO HSA-SALARIO
               MOVE 0 TO HSA-SALARIO-ANTERIOR
               MOVE WS-FECHA-HOY(1:8) TO HSA-FECHA-REGISTRO
               MOVE WS-OPERADOR-ID TO HSA-OPERADOR
               SET HSA-INICIAL TO TRUE
               MOVE "SALARIO PREVIO" TO HSA-MOTIVO
               MOVE SPACES TO HSA-RETRO-ESTADO
               MOVE SPACES TO HSA-RETRO-PERIODO
               WRITE REGISTRO-HISTSAL
                   INVALID KEY
                       DISPLAY "AVISO: no se registro el salario"
                           " previo en el historial"
                   NOT INVALID KEY
                       MOVE "A" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REGISTRO-HISTSAL TO WS-AUD-DESPUES
                       PERFORM 430-AUDITAR-HISTORIAL
               END-WRITE
           END-IF

           MOVE EMP-ID TO HSA-EMP-ID
           MOVE WS-HSA-VIGENCIA TO HSA-VIGENCIA
           READ HISTSAL-ARCHIVO
               INVALID KEY
                   MOVE EMP-ID TO HSA-EMP-ID
                   MOVE WS-HSA-VIGENCIA TO HSA-VIGENCIA
                   MOVE WS-SALARIO-ANTERIOR TO HSA-SALARIO-ANTERIOR
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE "A" TO WS-AUD-OPERACION
               NOT INVALID KEY
                   MOVE REGISTRO-HISTSAL TO WS-AUD-ANTES
                   MOVE "M" TO WS-AUD-OPERACION
                   IF HSA-RETRO-LIQUIDADO
                       MOVE HSA-SALARIO TO HSA-SALARIO-ANTERIOR
                   END-IF
           END-READ

           MOVE EMP-SALARIO TO HSA-SALARIO
           MOVE WS-FECHA-HOY(1:8) TO HSA-FECHA-REGISTRO
           MOVE WS-OPERADOR-ID TO HSA-OPERADOR
           MOVE WS-HSA-ORIGEN TO HSA-ORIGEN
           MOVE WS-HSA-MOTIVO TO HSA-MOTIVO
           MOVE SPACES TO HSA-RETRO-PERIODO
           IF WS-HSA-ORIGEN NOT = "I"
               AND HSA-SALARIO > HSA-SALARIO-ANTERIOR
               SET HSA-RETRO-PENDIENTE TO TRUE
           ELSE
               MOVE SPACES TO HSA-RETRO-ESTADO
           END-IF

           IF WS-AUD-OPERACION = "A"
               WRITE REGISTRO-HISTSAL
                   INVALID KEY
                       DISPLAY "ERROR: no se registro el cambio en el"
                           " historial de salarios"
                   NOT INVALID KEY
                       MOVE REGISTRO-HISTSAL TO WS-AUD-DESPUES
                       PERFORM 430-AUDITAR-HISTORIAL
               END-WRITE
           ELSE
               REWRITE REGISTRO-HISTSAL
                   INVALID KEY
                       DISPLAY "ERROR: no se actualizo el historial"
                           " de salarios"
                   NOT INVALID KEY
                       MOVE REGISTRO-HISTSAL TO WS-AUD-DESPUES
                       PERFORM 430-AUDITAR-HISTORIAL
               END-REWRITE
           END-IF.

       830-AUMENTO-MASIVO.
           DISPLAY "=== AUMENTO MASIVO DE SALARIOS ==="
           DISPLAY "Departamento (ENTER = todos): "
           MOVE SPACES TO WS-AUM-DEPTO
           ACCEPT WS-AUM-DEPTO
           DISPLAY "Tipo de aumento (P = porcentaje, M = monto fijo): "
           MOVE SPACES TO WS-AUM-TIPO
           ACCEPT WS-AUM-TIPO
           MOVE 0 TO WS-AUM-PORCENTAJE
           MOVE 0 TO WS-AUM-MONTO
           MOVE 'S' TO WS-HSA-VALIDA
           EVALUATE WS-AUM-TIPO
               WHEN "P"
                   DISPLAY "Porcentaje de aumento: "
                   ACCEPT WS-AUM-PORCENTAJE
                   IF WS-AUM-PORCENTAJE = 0
                       DISPLAY "Porcentaje invalido"
                       MOVE 'N' TO WS-HSA-VALIDA
                   END-IF
               WHEN "M"
                   DISPLAY "Monto fijo de aumento: "
                   ACCEPT WS-AUM-MONTO
                   IF WS-AUM-MONTO = 0
                       DISPLAY "Monto invalido"
                       MOVE 'N' TO WS-HSA-VALIDA
                   END-IF
               WHEN OTHER
                   DISPLAY "Tipo de aumento invalido"
                   MOVE 'N' TO WS-HSA-VALIDA
           END-EVALUATE

           IF WS-HSA-VALIDA = 'S'
               DISPLAY "Vigencia del aumento (AAAAMM, "
                   "ENTER = mes actual): "
               MOVE SPACES TO WS-HSA-VIG-IN
               ACCEPT WS-HSA-VIG-IN
               IF WS-HSA-VIG-IN = SPACES
                   MOVE WS-FECHA-HOY(1:6) TO WS-HSA-VIG-IN
               END-IF
               MOVE SPACES TO WS-HSA-ULTIMA
               MOVE 0 TO WS-SALARIO-ANTERIOR
               PERFORM 811-VALIDAR-VIGENCIA
           END-IF

           IF WS-HSA-VALIDA = 'S'
               DISPLAY "Motivo del aumento: "
               MOVE SPACES TO WS-HSA-MOTIVO
               ACCEPT WS-HSA-MOTIVO
               MOVE "A" TO WS-HSA-ORIGEN

               DISPLAY WS-CABECERA
               DISPLAY "VISTA PREVIA DEL AUMENTO - VIGENCIA "
                   WS-HSA-VIG-IN
               DISPLAY WS-CABECERA
               MOVE 'N' TO WS-AUM-APLICAR
               PERFORM 831-RECORRER-AUMENTO
               DISPLAY WS-CABECERA
               DISPLAY "Empleados alcanzados: " WS-AUM-CONTADOR
               IF WS-AUM-OMITIDOS > 0
                   DISPLAY "Empleados omitidos:   " WS-AUM-OMITIDOS
               END-IF
               DISPLAY "Masa salarial actual: $" WS-AUM-TOT-ACTUAL
               DISPLAY "Masa salarial nueva:  $" WS-AUM-TOT-NUEVO
               DISPLAY "Incremento mensual:   $" WS-AUM-DIFERENCIA
               IF WS-HSA-VIG-IN < WS-FECHA-HOY(1:6)
                   DISPLAY "Vigencia retroactiva: la diferencia de"
                       " los periodos ya liquidados se paga en la"
                       " proxima nomina"
               END-IF
               DISPLAY WS-CABECERA

               IF WS-AUM-CONTADOR = 0
                   DISPLAY "Ningun empleado alcanzado por el aumento"
               ELSE
                   DISPLAY "Confirma aplicar el aumento (S/N): "
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = 'S' OR WS-CONFIRMAR = 's'
                       MOVE 'S' TO WS-AUM-APLICAR
                       PERFORM 831-RECORRER-AUMENTO
                       DISPLAY "Aumento aplicado a " WS-AUM-CONTADOR
                           " empleado(s)"
                   ELSE
                       DISPLAY "Aumento cancelado"
                   END-IF
               END-IF
           END-IF.

       831-RECORRER-AUMENTO.
           MOVE 0 TO WS-AUM-CONTADOR
           MOVE 0 TO WS-AUM-OMITIDOS
           MOVE 0 TO WS-AUM-TOT-ACTUAL
           MOVE 0 TO WS-AUM-TOT-NUEVO
           MOVE 0 TO WS-AUM-DIFERENCIA
           MOVE 0 TO EMP-ID
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "10" TO WS-EMP-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-EMP-STATUS
           END-START

           PERFORM UNTIL WS-EMP-STATUS = "10"
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EMP-STATUS
                   NOT AT END
                       IF EMP-ACTIVO-SI
                           AND (WS-AUM-DEPTO = SPACES
                             OR EMP-DEPARTAMENTO = WS-AUM-DEPTO)
                           PERFORM 832-AUMENTO-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

       832-AUMENTO-EMPLEADO.
           IF WS-AUM-TIPO = "P"
               COMPUTE WS-AUM-NUEVO ROUNDED =
                   EMP-SALARIO * (100 + WS-AUM-PORCENTAJE) / 100
           ELSE
               COMPUTE WS-AUM-NUEVO = EMP-SALARIO + WS-AUM-MONTO
           END-IF
           PERFORM 815-ULTIMA-VIGENCIA

           IF WS-HSA-ULTIMA NOT = SPACES
               AND WS-HSA-VIG-IN < WS-HSA-ULTIMA(1:6)
               ADD 1 TO WS-AUM-OMITIDOS
               IF WS-AUM-APLICAR = 'N'
                   DISPLAY "  " EMP-ID " omitido: tiene un cambio"
                       " de salario posterior (" WS-HSA-ULTIMA(1:6)
                       ")"
               END-IF
           ELSE
               ADD 1 TO WS-AUM-CONTADOR
               ADD EMP-SALARIO TO WS-AUM-TOT-ACTUAL
               ADD WS-AUM-NUEVO TO WS-AUM-TOT-NUEVO
               COMPUTE WS-AUM-DIFERENCIA =
                   WS-AUM-TOT-NUEVO - WS-AUM-TOT-ACTUAL
               IF WS-AUM-APLICAR = 'N'
                   MOVE EMP-ID TO WS-LAU-ID
                   MOVE EMP-NOMBRE TO WS-LAU-NOMBRE
                   MOVE EMP-SALARIO TO WS-LAU-ACTUAL
                   MOVE WS-AUM-NUEVO TO WS-LAU-NUEVO
                   DISPLAY WS-LINEA-AUMENTO
               ELSE
                   MOVE REGISTRO-EMPLEADO TO WS-AUD-ANTES
                   MOVE EMP-SALARIO TO WS-SALARIO-ANTERIOR
                   MOVE WS-AUM-NUEVO TO EMP-SALARIO
                   REWRITE REGISTRO-EMPLEADO
                       INVALID KEY
                           DISPLAY "ERROR al actualizar el empleado "
                               EMP-ID
                       NOT INVALID KEY
                           MOVE "M" TO WS-AUD-OPERACION
                           MOVE REGISTRO-EMPLEADO TO WS-AUD-DESPUES
                           PERFORM 400-REGISTRAR-AUDITORIA
                           PERFORM 820-GRABAR-HISTORIAL
                   END-REWRITE
               END-IF
           END-IF.

       840-CONSULTAR-HISTORIAL.
           DISPLAY "=== HISTORIAL DE SALARIOS ==="
           DISPLAY "Ingrese ID del empleado: "
           ACCEPT EMP-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Empleado no encontrado"
               NOT INVALID KEY
                   PERFORM 841-LISTAR-HISTORIAL
           END-READ.

       841-LISTAR-HISTORIAL.
           DISPLAY "Fecha a consultar (AAAAMMDD, ENTER = hoy): "
           MOVE SPACES TO WS-HSA-FECHA-CONS
           ACCEPT WS-HSA-FECHA-CONS
           IF WS-HSA-FECHA-CONS = SPACES
               MOVE WS-FECHA-HOY(1:8) TO WS-HSA-FECHA-CONS
           END-IF
           MOVE EMP-SALARIO TO WS-HSA-SAL-FECHA
           MOVE 0 TO WS-HSA-CONTADOR

           DISPLAY WS-CABECERA
           DISPLAY "Empleado: " EMP-ID " - " EMP-NOMBRE
           DISPLAY "  VIGENCIA  SALARIO      O  MOTIVO"
               "                REGISTRO  RETRO"
           DISPLAY WS-CABECERA

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
                           ADD 1 TO WS-HSA-CONTADOR
                           IF WS-HSA-CONTADOR = 1
                               MOVE HSA-SALARIO-ANTERIOR
                                   TO WS-HSA-SAL-FECHA
                           END-IF
                           IF HSA-VIGENCIA <= WS-HSA-FECHA-CONS
                               MOVE HSA-SALARIO TO WS-HSA-SAL-FECHA
                           END-IF
                           MOVE HSA-VIGENCIA TO WS-LHS-VIGENCIA
                           MOVE HSA-SALARIO TO WS-LHS-SALARIO
                           MOVE HSA-ORIGEN TO WS-LHS-ORIGEN
                           MOVE HSA-MOTIVO TO WS-LHS-MOTIVO
                           MOVE HSA-FECHA-REGISTRO TO WS-LHS-REGISTRO
                           MOVE HSA-RETRO-ESTADO TO WS-LHS-RETRO
                           MOVE HSA-RETRO-PERIODO TO WS-LHS-RETRO-PER
                           DISPLAY WS-LINEA-HISTORIAL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HSA-CONTADOR = 0
               DISPLAY "Sin cambios registrados; salario actual: $"
                   EMP-SALARIO
           ELSE
               MOVE WS-HSA-SAL-FECHA TO WS-ED-IMPORTE
               DISPLAY WS-CABECERA
               DISPLAY "Salario vigente al " WS-HSA-FECHA-CONS ": "
                   WS-ED-IMPORTE
               DISPLAY "Origen: I = inicial, M = modificacion,"
                   " A = aumento masivo"
               DISPLAY "Retro: P = pendiente de liquidar,"
                   " L = liquidado en el periodo indicado"
           END-IF.

       999-FINALIZAR.
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE NOVEDADES-ARCHIVO
           CLOSE PARAMETROS-ARCHIVO
           CLOSE HISTSAL-ARCHIVO.
