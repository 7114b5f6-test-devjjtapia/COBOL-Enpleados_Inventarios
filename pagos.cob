           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.

           SELECT ACUMULADOS-ARCHIVO
           ASSIGN TO "acumulados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS WS-ACU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS-ARCHIVO.
           05  NOM-VALOR-EXTRA     PIC 9(7)V99.
           05  NOM-BONOS           PIC 9(7)V99.
           05  NOM-DEDUC-VARIAS    PIC 9(7)V99.
           05  NOM-SALARIO-BASE    PIC 9(7)V99.
           05  NOM-RETROACTIVO     PIC 9(7)V99.
           05  NOM-RETRO-DESDE     PIC X(6).

       FD  TRANSFER-ARCHIVO.
       01  REGISTRO-TRANSFER       PIC X(80).
       FD  RECIBOS-ARCHIVO.
       01  LINEA-RECIBO            PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-EMP-STATUS       PIC X(2).
           05  WS-TOTAL-NETO       PIC 9(11)V99 VALUE 0.
           05  WS-TRA-CONTADOR     PIC 9(6) VALUE 0.
           05  WS-TRA-NETO         PIC 9(11)V99 VALUE 0.
           05  WS-ACU-STATUS       PIC X(2).
           05  WS-ACU-ANIO         PIC X(4).
           05  WS-ACU-MES          PIC 9(2).
           05  WS-ACU-EXISTE       PIC X.
           05  WS-ACU-CONTADOR     PIC 9(6) VALUE 0.
           05  WS-ACU-OMITIDOS     PIC 9(6) VALUE 0.
           05  WS-ACU-ERRORES      PIC 9(6) VALUE 0.
           05  WS-SOLO-ACUMULAR    PIC X VALUE 'N'.

       01  WS-CABECERA.
           05  FILLER             PIC X(72) VALUE ALL '*'.
       MAIN-LOGIC.
           PERFORM 100-INICIO
           IF WS-FIN NOT = 'S'
               IF WS-SOLO-ACUMULAR = 'S'
                   PERFORM 250-SOLO-ACUMULAR
               ELSE
                   PERFORM 200-GENERAR-PAGOS
               END-IF
           END-IF
           PERFORM 999-FINALIZAR
           STOP RUN.
                       WS-NOMBRE-TRANSFER ")."
                   DISPLAY "No se permite generar dos veces el"
                   DISPLAY "mismo periodo."
                   DISPLAY "Sumar solamente el periodo a los"
                       " acumulados anuales (S/N): "
                   MOVE SPACE TO WS-CONFIRMAR
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = 'S' OR WS-CONFIRMAR = 's'
                       MOVE 'S' TO WS-SOLO-ACUMULAR
                   ELSE
                       MOVE 'S' TO WS-FIN
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo verificar el archivo"
                   DISPLAY "bancario del periodo (status "
               MOVE WS-LINEA-IMPORTE TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF
           IF NOM-RETROACTIVO IS NUMERIC
               AND NOM-RETROACTIVO > 0
               MOVE SPACES TO WS-LI-ETIQUETA
               STRING "Retro. desde " NOM-RETRO-DESDE ":"
                      DELIMITED BY SIZE INTO WS-LI-ETIQUETA
               MOVE NOM-RETROACTIVO TO WS-LI-IMPORTE
               MOVE WS-LINEA-IMPORTE TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF
           IF NOM-DEDUC-VARIAS IS NUMERIC
               AND NOM-DEDUC-VARIAS > 0
               MOVE "Otras deducciones:" TO WS-LI-ETIQUETA
                       WS-NOMBRE-TRANSFER
                   DISPLAY "Registros: " WS-TRA-CONTADOR
                       " - Neto transferido: $" WS-TRA-NETO
                   PERFORM 240-ACUMULAR-ANUAL
               ELSE
                   DISPLAY "ERROR: el archivo bancario no cuadra"
                       " con los totales de control"
                   ADD NOM-NETO TO WS-TRA-NETO
           END-READ.

       240-ACUMULAR-ANUAL.
           MOVE WS-PERIODO(1:4) TO WS-ACU-ANIO
           MOVE WS-PERIODO(5:2) TO WS-ACU-MES
           OPEN I-O ACUMULADOS-ARCHIVO
           IF WS-ACU-STATUS = "35"
               OPEN OUTPUT ACUMULADOS-ARCHIVO
               CLOSE ACUMULADOS-ARCHIVO
               OPEN I-O ACUMULADOS-ARCHIVO
           END-IF
           IF WS-ACU-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir acumulados.dat"
                   " (status " WS-ACU-STATUS ")"
               DISPLAY "El periodo " WS-PERIODO " NO se sumo a los"
                   " acumulados anuales"
           ELSE
               MOVE WS-ACU-ANIO TO ACU-ANIO
               MOVE 0 TO ACU-EMP-ID
               READ ACUMULADOS-ARCHIVO
                   INVALID KEY
                       MOVE 'N' TO WS-ACU-EXISTE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACU-EXISTE
               END-READ
               IF WS-ACU-EXISTE = 'S'
                   AND ACU-MESES(WS-ACU-MES:1) = "S"
                   DISPLAY "AVISO: el periodo " WS-PERIODO
                       " ya estaba sumado a los acumulados"
                       " anuales; no se vuelve a sumar"
               ELSE
                   MOVE 0 TO WS-ACU-CONTADOR
                   MOVE 0 TO WS-ACU-OMITIDOS
                   MOVE 0 TO WS-ACU-ERRORES
                   OPEN INPUT NOMINA-ARCHIVO
                   PERFORM UNTIL WS-NOM-STATUS = "10"
                       READ NOMINA-ARCHIVO NEXT RECORD
                           AT END
                               MOVE "10" TO WS-NOM-STATUS
                           NOT AT END
                               PERFORM 241-ACUMULAR-EMPLEADO
                       END-READ
                   END-PERFORM
                   CLOSE NOMINA-ARCHIVO
                   IF WS-ACU-ERRORES = 0
                       PERFORM 242-MARCAR-PERIODO
                   END-IF
                   DISPLAY "Acumulados anuales " WS-ACU-ANIO
                       " actualizados: " WS-ACU-CONTADOR
                       " empleado(s)"
                   IF WS-ACU-OMITIDOS > 0
                       DISPLAY "AVISO: " WS-ACU-OMITIDOS
                           " empleado(s) ya tenian sumado el"
                           " periodo y se omitieron"
                   END-IF
                   IF WS-ACU-ERRORES > 0
                       DISPLAY "AVISO: " WS-ACU-ERRORES
                           " empleado(s) quedaron sin sumar el"
                           " periodo " WS-PERIODO
                       DISPLAY "Ejecute nuevamente el periodo y elija"
                           " sumar solamente a los acumulados para"
                           " reintentarlos"
                   END-IF
               END-IF
               CLOSE ACUMULADOS-ARCHIVO
           END-IF.

       241-ACUMULAR-EMPLEADO.
           MOVE WS-ACU-ANIO TO ACU-ANIO
           MOVE NOM-EMP-ID TO ACU-EMP-ID
           READ ACUMULADOS-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO WS-ACU-EXISTE
                   MOVE 0 TO ACU-BRUTO
                   MOVE 0 TO ACU-SEGURO
                   MOVE 0 TO ACU-IMPUESTO
                   MOVE 0 TO ACU-NETO
                   MOVE 0 TO ACU-VALOR-EXTRA
                   MOVE 0 TO ACU-BONOS
                   MOVE 0 TO ACU-DEDUC-VARIAS
                   MOVE SPACES TO ACU-MESES
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACU-EXISTE
           END-READ

           IF ACU-MESES(WS-ACU-MES:1) = "S"
               ADD 1 TO WS-ACU-OMITIDOS
           ELSE
               MOVE NOM-NOMBRE TO ACU-NOMBRE
               MOVE NOM-DEPARTAMENTO TO ACU-DEPARTAMENTO
               ADD NOM-BRUTO TO ACU-BRUTO
               ADD NOM-SEGURO TO ACU-SEGURO
               ADD NOM-IMPUESTO TO ACU-IMPUESTO
               ADD NOM-NETO TO ACU-NETO
               IF NOM-VALOR-EXTRA IS NUMERIC
                   ADD NOM-VALOR-EXTRA TO ACU-VALOR-EXTRA
               END-IF
               IF NOM-BONOS IS NUMERIC
                   ADD NOM-BONOS TO ACU-BONOS
               END-IF
               IF NOM-DEDUC-VARIAS IS NUMERIC
                   ADD NOM-DEDUC-VARIAS TO ACU-DEDUC-VARIAS
               END-IF
               MOVE "S" TO ACU-MESES(WS-ACU-MES:1)
               IF WS-ACU-EXISTE = 'S'
                   REWRITE REGISTRO-ACUMULADO
                       INVALID KEY
                           DISPLAY "ERROR al actualizar el"
                               " acumulado del empleado "
                               NOM-EMP-ID
                           ADD 1 TO WS-ACU-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-ACU-CONTADOR
                   END-REWRITE
               ELSE
                   WRITE REGISTRO-ACUMULADO
                       INVALID KEY
                           DISPLAY "ERROR al crear el acumulado"
                               " del empleado " NOM-EMP-ID
                           ADD 1 TO WS-ACU-ERRORES
                       NOT INVALID KEY
                           ADD 1 TO WS-ACU-CONTADOR
                   END-WRITE
               END-IF
           END-IF.

       242-MARCAR-PERIODO.
           MOVE WS-ACU-ANIO TO ACU-ANIO
           MOVE 0 TO ACU-EMP-ID
           READ ACUMULADOS-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO WS-ACU-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACU-EXISTE
           END-READ
           IF WS-ACU-EXISTE = 'S'
               MOVE "S" TO ACU-MESES(WS-ACU-MES:1)
               REWRITE REGISTRO-ACUMULADO
                   INVALID KEY
                       DISPLAY "ERROR al marcar el periodo en"
                           " acumulados.dat"
               END-REWRITE
           ELSE
               MOVE WS-ACU-ANIO TO ACU-ANIO
               MOVE 0 TO ACU-EMP-ID
               MOVE "CONTROL DE PERIODOS" TO ACU-NOMBRE
               MOVE SPACES TO ACU-DEPARTAMENTO
               MOVE 0 TO ACU-BRUTO
               MOVE 0 TO ACU-SEGURO
               MOVE 0 TO ACU-IMPUESTO
               MOVE 0 TO ACU-NETO
               MOVE 0 TO ACU-VALOR-EXTRA
               MOVE 0 TO ACU-BONOS
               MOVE 0 TO ACU-DEDUC-VARIAS
               MOVE SPACES TO ACU-MESES
               MOVE "S" TO ACU-MESES(WS-ACU-MES:1)
               WRITE REGISTRO-ACUMULADO
                   INVALID KEY
                       DISPLAY "ERROR al marcar el periodo en"
                           " acumulados.dat"
               END-WRITE
           END-IF.

       250-SOLO-ACUMULAR.
           CLOSE NOMINA-ARCHIVO
           DISPLAY "Archivo bancario ya generado; solo se suman"
               " a los acumulados anuales los empleados que aun"
               " no tienen el periodo " WS-PERIODO
           PERFORM 240-ACUMULAR-ANUAL.

       999-FINALIZAR.
           CLOSE EMPLEADOS-ARCHIVO.
