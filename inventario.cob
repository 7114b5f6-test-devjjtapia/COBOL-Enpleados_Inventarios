           SELECT ARCHIVO-ORDEN-ABC
           ASSIGN TO "ordenabc.tmp".

           SELECT ARCHIVO-ORDEN-VENTAS
           ASSIGN TO "ordenventas.tmp".

           SELECT REPORTE-VENTAS-ARCHIVO
           ASSIGN TO "reporte_ventas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRECIOS-ARCHIVO
           ASSIGN TO "precios.dat"
           ORGANIZATION IS INDEXED
           ASSIGN TO WS-NOMBRE-ABC
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COBROS-ARCHIVO
           ASSIGN TO "cobros.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-CLAVE
           FILE STATUS IS WS-COB-STATUS.

           SELECT ARCHIVO-ORDEN-COBRANZA
           ASSIGN TO "ordencobranza.tmp".

           SELECT REPORTE-ANTIG-ARCHIVO
           ASSIGN TO WS-NOMBRE-ANTIG
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTADO-CUENTA-ARCHIVO
           ASSIGN TO WS-NOMBRE-ESTADO-CTA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE-LIBRO-IVA-ARCHIVO
           ASSIGN TO WS-NOMBRE-LIBRO-IVA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FACPROV-ARCHIVO
           ASSIGN TO "facturas_prov.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPV-CLAVE
           FILE STATUS IS WS-FPV-STATUS.

           SELECT REPORTE-CONC-ARCHIVO
           ASSIGN TO WS-NOMBRE-CONC
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORT-FPV-ARCHIVO
           ASSIGN TO "export_facturas_prov.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUENTAS-ARCHIVO
           ASSIGN TO "cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CONCEPTO
           FILE STATUS IS WS-CTA-STATUS.

           SELECT NOMINA-ARCHIVO
           ASSIGN TO WS-NOMBRE-NOMINA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOM-STATUS.

           SELECT ASIENTOS-ARCHIVO
           ASSIGN TO WS-NOMBRE-ASIENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATERIALES-ARCHIVO
           ASSIGN TO "materiales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE
           FILE STATUS IS WS-MAT-STATUS.

           SELECT ENSAMBLES-ARCHIVO
           ASSIGN TO "ensambles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENS-CLAVE
           FILE STATUS IS WS-ENS-STATUS.

           SELECT MINIMOS-ARCHIVO
           ASSIGN TO "minimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIN-PROD-ID
           FILE STATUS IS WS-MIN-STATUS.

           SELECT ROLES-ARCHIVO
           ASSIGN TO "roles.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROL-CODIGO
           FILE STATUS IS WS-ROL-STATUS.

           SELECT OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-EMP-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT REPORTE-MINIMOS-ARCHIVO
           ASSIGN TO WS-NOMBRE-MINIMOS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-ARCHIVO.
           05  PROD-PERECEDERO     PIC X(1).
               88  PROD-PERECEDERO-SI  VALUE "S".
               88  PROD-PERECEDERO-NO  VALUE "N".
           05  PROD-CATEG-IMP      PIC X(1).
               88  PROD-IMP-GENERAL    VALUE "G".
               88  PROD-IMP-REDUCIDO   VALUE "R".
               88  PROD-IMP-EXENTO     VALUE "E".
           
       FD  MOVIMIENTOS-ARCHIVO.
       01  REGISTRO-MOVIMIENTO.
           05  MOV-UBICACION       PIC 9(3).
           05  MOV-DOCUMENTO       PIC 9(6).
           05  MOV-MOTIVO          PIC X(3).
               88 MOV-DE-KIT       VALUE "ENS" "DES".

       FD  EMPLEADOS-ARCHIVO.
       01  REGISTRO-EMPLEADO.
               88  AUD-ALTA        VALUE "A".
               88  AUD-CAMBIO      VALUE "M".
               88  AUD-BAJA        VALUE "B".
               88  AUD-RECHAZO     VALUE "R".
           05  AUD-CLAVE           PIC X(6).
           05  AUD-ANTES           PIC X(96).
           05  AUD-DESPUES         PIC X(96).
               10  ORD-CANT-PEDIDA PIC 9(5).
               10  ORD-PRECIO-ACORD PIC 9(7)V99.
               10  ORD-CANT-RECIBIDA PIC 9(5).
               10  ORD-CANT-FACTURADA PIC 9(5).
               10  FILLER          PIC X(10).

       FD  CLIENTES-ARCHIVO.
       01  REGISTRO-CLIENTE.
           05  FAC-CLAVE.
               10  FAC-NUMERO      PIC 9(6).
               10  FAC-LINEA       PIC 9(3).
           05  FAC-DATOS           PIC X(80).
           05  FAC-CABECERA REDEFINES FAC-DATOS.
               10  FAC-CLI-ID      PIC 9(5).
               10  FAC-FECHA       PIC X(10).
               10  FAC-ESTADO      PIC X(1).
                   88  FACTURA-EMITIDA VALUE "E".
                   88  FACTURA-PAGADA  VALUE "P".
               10  FAC-EMP-ID      PIC 9(5).
               10  FAC-TOTAL       PIC 9(9)V99.
               10  FAC-SALDO       PIC 9(9)V99.
               10  FAC-VENCIMIENTO PIC X(10).
               10  FAC-NETO        PIC 9(9)V99.
               10  FAC-IMPUESTO    PIC 9(9)V99.
               10  FILLER          PIC X(5).
           05  FAC-DETALLE REDEFINES FAC-DATOS.
               10  FAC-PROD-ID     PIC 9(6).
               10  FAC-CANTIDAD    PIC 9(5).
               10  FAC-PRECIO-UNIT PIC 9(7)V99.
               10  FAC-IMPORTE     PIC 9(9)V99.
               10  FAC-CATEG-IMP   PIC X(1).
                   88  FAC-IMP-GENERAL     VALUE "G".
                   88  FAC-IMP-REDUCIDO    VALUE "R".
                   88  FAC-IMP-EXENTO      VALUE "E".
               10  FAC-TASA-IMP    PIC 9(2)V99.
               10  FAC-IMPUESTO-LIN PIC 9(9)V99.
               10  FAC-BRUTO       PIC 9(9)V99.
               10  FILLER          PIC X(22).

       FD  FACTURA-IMP-ARCHIVO.
       01  LINEA-FACTURA           PIC X(132).
           05  ROA-VALOR           PIC 9(11)V99.
           05  ROA-PROD-ID         PIC 9(6).

       SD  ARCHIVO-ORDEN-VENTAS.
       01  REG-ORDEN-VENTAS.
           05  ROV-VENTA           PIC 9(11)V99.
           05  ROV-ID              PIC 9(6).
           05  ROV-CANTIDAD        PIC 9(9).
           05  ROV-COSTO           PIC 9(11)V99.
           05  ROV-FACTURAS        PIC 9(5).

       FD  REPORTE-VENTAS-ARCHIVO.
       01  LINEA-VENTAS            PIC X(132).

       FD  REPORTE-ABC-ARCHIVO.
       01  LINEA-ABC               PIC X(132).

       FD  REPORTE-PERF-ARCHIVO.
       01  LINEA-PERF              PIC X(132).

       FD  COBROS-ARCHIVO.
       01  REGISTRO-COBRO.
           05  COB-CLAVE.
               10  COB-NUMERO      PIC 9(6).
               10  COB-LINEA       PIC 9(3).
           05  COB-DATOS           PIC X(60).
           05  COB-CABECERA REDEFINES COB-DATOS.
               10  COB-CLI-ID      PIC 9(5).
               10  COB-FECHA       PIC X(10).
               10  COB-MEDIO       PIC X(1).
                   88  COBRO-EFECTIVO      VALUE "E".
                   88  COBRO-TRANSFERENCIA VALUE "T".
                   88  COBRO-CHEQUE        VALUE "C".
               10  COB-REFERENCIA  PIC X(15).
               10  COB-EMP-ID      PIC 9(5).
               10  COB-IMPORTE     PIC 9(9)V99.
               10  COB-NO-APLICADO PIC 9(9)V99.
               10  FILLER          PIC X(2).
           05  COB-DETALLE REDEFINES COB-DATOS.
               10  COB-FAC-NUMERO  PIC 9(6).
               10  COB-APLICADO    PIC 9(9)V99.
               10  COB-SALDO-ANTES PIC 9(9)V99.
               10  FILLER          PIC X(32).

       SD  ARCHIVO-ORDEN-COBRANZA.
       01  REG-ORDEN-COBRANZA.
           05  ROC-CLI-ID          PIC 9(5).
           05  ROC-FAC-NUMERO      PIC 9(6).
           05  ROC-VENCIMIENTO     PIC X(10).
           05  ROC-SALDO           PIC 9(9)V99.

       FD  REPORTE-ANTIG-ARCHIVO.
       01  LINEA-ANTIG             PIC X(132).

       FD  ESTADO-CUENTA-ARCHIVO.
       01  LINEA-ESTADO-CTA        PIC X(132).

       FD  REPORTE-LIBRO-IVA-ARCHIVO.
       01  LINEA-LIBRO-IVA         PIC X(132).

       FD  FACPROV-ARCHIVO.
       01  REGISTRO-FACPROV.
           05  FPV-CLAVE.
               10  FPV-NUMERO      PIC 9(6).
               10  FPV-LINEA       PIC 9(3).
           05  FPV-DATOS           PIC X(70).
           05  FPV-CABECERA REDEFINES FPV-DATOS.
               10  FPV-PROV-ID     PIC 9(5).
               10  FPV-ORD-NUMERO  PIC 9(6).
               10  FPV-FACTURA-PROV PIC X(15).
               10  FPV-FECHA       PIC X(10).
               10  FPV-ESTADO      PIC X(1).
                   88  FACPROV-CONFORME     VALUE "C".
                   88  FACPROV-RETENIDA     VALUE "R".
                   88  FACPROV-LIBERADA     VALUE "L".
                   88  FACPROV-RECHAZADA    VALUE "N".
                   88  FACPROV-CONTABILIZADA VALUE "X".
               10  FPV-EMP-ID      PIC 9(5).
               10  FPV-TOTAL       PIC 9(9)V99.
               10  FPV-EMP-RESUELVE PIC 9(5).
               10  FPV-FECHA-RESUELVE PIC X(10).
               10  FILLER          PIC X(2).
           05  FPV-DETALLE REDEFINES FPV-DATOS.
               10  FPV-ORD-LINEA   PIC 9(3).
               10  FPV-PROD-ID     PIC 9(6).
               10  FPV-CANTIDAD    PIC 9(5).
               10  FPV-PRECIO      PIC 9(7)V99.
               10  FPV-IMPORTE     PIC 9(9)V99.
               10  FPV-CANT-RECIBIDA PIC 9(5).
               10  FPV-CANT-PREVIA PIC 9(5).
               10  FPV-PRECIO-ACORD PIC 9(7)V99.
               10  FPV-RESULTADO   PIC X(1).
                   88  FPV-LINEA-CONFORME   VALUE "C".
                   88  FPV-DIF-CANTIDAD     VALUE "Q".
                   88  FPV-DIF-PRECIO       VALUE "P".
                   88  FPV-DIF-AMBAS        VALUE "A".
               10  FILLER          PIC X(16).

       FD  REPORTE-CONC-ARCHIVO.
       01  LINEA-CONC              PIC X(132).

       FD  EXPORT-FPV-ARCHIVO.
       01  LINEA-EXPORT-FPV        PIC X(132).

       FD  CUENTAS-ARCHIVO.
       01  REGISTRO-CUENTA.
           05  CTA-CONCEPTO        PIC X(6).
           05  CTA-CUENTA          PIC X(12).
           05  CTA-DESCRIPCION     PIC X(30).

       FD  NOMINA-ARCHIVO.
       01  REGISTRO-NOMINA.
           05  NOM-PERIODO         PIC X(6).
           05  NOM-EMP-ID          PIC 9(5).
           05  NOM-NOMBRE          PIC X(30).
           05  NOM-DEPARTAMENTO    PIC X(20).
           05  NOM-BRUTO           PIC 9(7)V99.
           05  NOM-SEGURO          PIC 9(7)V99.
           05  NOM-IMPUESTO        PIC 9(7)V99.
           05  NOM-NETO            PIC 9(7)V99.
           05  NOM-DIAS-AUSENTE    PIC 9(2)V99.
           05  NOM-HORAS-EXTRA     PIC 9(3)V99.
           05  NOM-VALOR-EXTRA     PIC 9(7)V99.
           05  NOM-BONOS           PIC 9(7)V99.
           05  NOM-DEDUC-VARIAS    PIC 9(7)V99.
           05  NOM-SALARIO-BASE    PIC 9(7)V99.
           05  NOM-RETROACTIVO     PIC 9(7)V99.
           05  NOM-RETRO-DESDE     PIC X(6).

       FD  ASIENTOS-ARCHIVO.
       01  LINEA-ASIENTO           PIC X(132).

       FD  MATERIALES-ARCHIVO.
       01  REGISTRO-MATERIAL.
           05  MAT-CLAVE.
               10  MAT-KIT-ID      PIC 9(6).
               10  MAT-COMP-ID     PIC 9(6).
           05  MAT-CANTIDAD        PIC 9(4).
           05  MAT-FECHA           PIC X(10).
           05  MAT-EMP-ID          PIC 9(5).

       FD  ENSAMBLES-ARCHIVO.
       01  REGISTRO-ENSAMBLE.
           05  ENS-CLAVE.
               10  ENS-NUMERO      PIC 9(6).
               10  ENS-LINEA       PIC 9(3).
           05  ENS-DATOS           PIC X(50).
           05  ENS-CABECERA REDEFINES ENS-DATOS.
               10  ENS-TIPO        PIC X(1).
                   88  ENS-ARMADO           VALUE "A".
                   88  ENS-DESARME          VALUE "D".
               10  ENS-KIT-ID      PIC 9(6).
               10  ENS-CANTIDAD    PIC 9(5).
               10  ENS-UBICACION   PIC 9(3).
               10  ENS-FECHA       PIC X(10).
               10  ENS-EMP-ID      PIC 9(5).
               10  ENS-COSTO-UNIT  PIC 9(7)V99.
               10  ENS-ESTADO      PIC X(1).
                   88  ENS-EN-PROCESO       VALUE "P".
                   88  ENS-COMPLETO         VALUE "C".
                   88  ENS-REVERTIDO        VALUE "R".
                   88  ENS-INCOMPLETO       VALUE "I".
               10  FILLER          PIC X(10).
           05  ENS-DETALLE REDEFINES ENS-DATOS.
               10  ENS-COMP-ID     PIC 9(6).
               10  ENS-COMP-CANT   PIC 9(5).
               10  ENS-COMP-COSTO  PIC 9(7)V99.
               10  ENS-COMP-ESTADO PIC X(1).
                   88  ENS-COMP-POSTEADO    VALUE "S".
                   88  ENS-COMP-REVERTIDO   VALUE "R".
               10  FILLER          PIC X(29).

       FD  MINIMOS-ARCHIVO.
       01  REGISTRO-MINIMO.
           05  MIN-PROD-ID         PIC 9(6).
           05  MIN-FECHA-CALC      PIC X(10).
           05  MIN-ACTUAL          PIC 9(5).
           05  MIN-PROPUESTO       PIC 9(5).
           05  MIN-PROM-DIARIO     PIC 9(5)V99.
           05  MIN-PICO-DIARIO     PIC 9(7).
           05  MIN-PLAZO-PROM      PIC 9(4)V99.
           05  MIN-PLAZO-MAX       PIC 9(5).
           05  MIN-PLAZO-ESTIMADO  PIC X(1).
           05  MIN-ESTADO          PIC X(1).
               88  MIN-PENDIENTE            VALUE "P".
               88  MIN-APROBADO             VALUE "A".
               88  MIN-RECHAZADO            VALUE "R".
           05  MIN-EMP-APRUEBA     PIC 9(5).
           05  MIN-FECHA-APRUEBA   PIC X(10).

       FD  REPORTE-MINIMOS-ARCHIVO.
       01  LINEA-MINIMOS           PIC X(132).

       FD  ROLES-ARCHIVO.
       01  REGISTRO-ROL.
           05  ROL-CODIGO          PIC X(3).
           05  ROL-NOMBRE          PIC X(20).
           05  ROL-PERMISOS        PIC X(40).
           05  ROL-PERMISO-TAB REDEFINES ROL-PERMISOS.
               10  ROL-PERMISO     PIC X(1) OCCURS 40 TIMES.
           05  ROL-FECHA           PIC X(10).
           05  ROL-EMP-ID          PIC 9(5).

       FD  OPERADORES-ARCHIVO.
       01  REGISTRO-OPERADOR.
           05  OPR-EMP-ID          PIC 9(5).
           05  OPR-ROL             PIC X(3).
           05  OPR-FECHA           PIC X(10).
           05  OPR-EMP-ASIGNA      PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-PROD-STATUS      PIC X(2).
           05  WS-EDIT-PRECIO      PIC 9(7)V99.
           05  WS-EDIT-MIN         PIC 9(5).
           05  WS-EDIT-PERECEDERO  PIC X(1).
           05  WS-EDIT-CATEG-IMP   PIC X(1).
           05  WS-EDIT-PROVEEDOR   PIC 9(5).
           05  WS-VENC-VALIDA      PIC X.
           05  WS-CANT-CONTADA     PIC 9(5).
           05  WS-FAC-FIN          PIC X.
           05  WS-FAC-CONTADOR     PIC 9(4).
           05  WS-FAC-MOSTRAR      PIC X.
           05  WS-FAC-SALDO        PIC 9(9)V99.
           05  WS-FAC-VENCE        PIC X(10).
           05  WS-SALIDA-OK        PIC X.
           05  WS-SALIDA-DOC       PIC 9(6).
           05  WS-SALIDA-PRECIO    PIC 9(7)V99.
           05  WS-SALIDA-MOTIVO    PIC X(3) VALUE SPACES.
           05  WS-ENTRADA-DOC      PIC 9(6).
           05  WS-ENTRADA-MOTIVO   PIC X(3) VALUE SPACES.
           05  WS-DEV-MOTIVO       PIC X(3).
           05  WS-DEV-DISPO        PIC X(1).
           05  WS-DEV-DOC          PIC 9(6).
               10  WS-WAC-CANT     PIC 9(9).
               10  WS-WAC-VALOR    PIC 9(13)V99.

       01  WS-VENTAS-VARIABLES.
           05  WS-VTA-DESDE        PIC X(8).
           05  WS-VTA-HASTA        PIC X(8).
           05  WS-VTA-ACTIVA       PIC X.
           05  WS-VTA-HALLADO      PIC X.
           05  WS-VTA-AVISADO      PIC X.
           05  WS-VTA-FIN          PIC X.
           05  WS-VTA-CLIENTE      PIC 9(5).
           05  WS-VTA-PERIODO      PIC 9(6).
           05  WS-VTA-COSTO-UNIT   PIC 9(7)V99.
           05  WS-VTA-COSTO        PIC 9(11)V99.
           05  WS-VTA-CALC-VENTA   PIC 9(13)V99.
           05  WS-VTA-CALC-COSTO   PIC 9(13)V99.
           05  WS-VTA-MARGEN       PIC S9(13)V99.
           05  WS-VTA-PCT          PIC S9(5)V99.
           05  WS-VTA-PARTICIPACION PIC 9(3)V99.
           05  WS-VTA-ANTERIOR     PIC 9(11)V99.
           05  WS-VTA-VARIACION    PIC S9(7)V99.
           05  WS-VTA-FACTURAS     PIC 9(6).
           05  WS-VTA-LINEAS       PIC 9(6).
           05  WS-VTA-BAJO-COSTO   PIC 9(6).
           05  WS-VTA-ESTIMADAS    PIC 9(6).
           05  WS-VTA-TOT-CANT     PIC 9(9).
           05  WS-VTA-TOT-VENTA    PIC 9(13)V99.
           05  WS-VTA-TOT-COSTO    PIC 9(13)V99.
           05  WS-VTA-RANGO        PIC 9(4).
           05  WS-VTA-TOP          PIC 9(2) VALUE 10.
           05  WS-VTA-CANT-ED      PIC ZZZZZZZZ9.
           05  WS-VTA-VENTA-ED     PIC ZZZZZZZZZZ9,99.
           05  WS-VTA-COSTO-ED     PIC ZZZZZZZZZZ9,99.
           05  WS-VTA-MARGEN-ED    PIC -ZZZZZZZZZZ9,99.
           05  WS-VTA-PCT-ED       PIC -ZZZ9,99.
           05  WS-VTA-VAR-ED       PIC -ZZZ9,99.
           05  WS-VTA-PART-ED      PIC ZZ9,99.
           05  WS-VTA-PRECIO-ED    PIC ZZZZZZ9,99.
           05  WS-VTA-UNIT-ED      PIC ZZZZZZ9,99.
           05  WS-VCS-TOTAL        PIC 9(4).
           05  WS-VCS-IDX          PIC 9(4).
           05  WS-VCS-AVISADO      PIC X.
           05  WS-VCL-TOTAL        PIC 9(4).
           05  WS-VCL-IDX          PIC 9(4).
           05  WS-VCL-ACT          PIC 9(4).
           05  WS-VPR-TOTAL        PIC 9(4).
           05  WS-VPR-IDX          PIC 9(4).
           05  WS-VPR-ACT          PIC 9(4).
           05  WS-VME-TOTAL        PIC 9(3).
           05  WS-VME-IDX          PIC 9(3).
           05  WS-VME-ACT          PIC 9(3).

       01  WS-VCS-TABLA.
           05  WS-VCS-ITEM OCCURS 5000 TIMES.
               10  WS-VCS-DOC      PIC 9(6).
               10  WS-VCS-PROD     PIC 9(6).
               10  WS-VCS-COSTO    PIC 9(7)V99.

       01  WS-VCL-TABLA.
           05  WS-VCL-ITEM OCCURS 500 TIMES.
               10  WS-VCL-CLI      PIC 9(5).
               10  WS-VCL-FACTURAS PIC 9(5).
               10  WS-VCL-CANT     PIC 9(9).
               10  WS-VCL-VENTA    PIC 9(11)V99.
               10  WS-VCL-COSTO    PIC 9(11)V99.

       01  WS-VPR-TABLA.
           05  WS-VPR-ITEM OCCURS 1000 TIMES.
               10  WS-VPR-PROD     PIC 9(6).
               10  WS-VPR-CANT     PIC 9(9).
               10  WS-VPR-VENTA    PIC 9(11)V99.
               10  WS-VPR-COSTO    PIC 9(11)V99.

       01  WS-VME-TABLA.
           05  WS-VME-ITEM OCCURS 120 TIMES.
               10  WS-VME-PERIODO  PIC 9(6).
               10  WS-VME-FACTURAS PIC 9(5).
               10  WS-VME-CANT     PIC 9(9).
               10  WS-VME-VENTA    PIC 9(11)V99.
               10  WS-VME-COSTO    PIC 9(11)V99.

       01  WS-ABC-VARIABLES.
           05  WS-NOMBRE-ABC       PIC X(34)
               VALUE "reporte_abc.txt".
           05  WS-PERF-PROM        PIC 9(5)V99.
           05  WS-PERF-AVISADO     PIC X.

       01  WS-COBRANZA-VARIABLES.
           05  WS-COB-STATUS       PIC X(2).
           05  WS-COBRO-NUM        PIC 9(6).
           05  WS-PROX-COBRO       PIC 9(6).
           05  WS-COB-LINEA-NUM    PIC 9(3).
           05  WS-COB-IMPORTE      PIC 9(9)V99.
           05  WS-COB-RESTANTE     PIC 9(9)V99.
           05  WS-COB-APLICAR      PIC 9(9)V99.
           05  WS-COB-FACTURA      PIC 9(6).
           05  WS-COB-MEDIO        PIC X(1).
           05  WS-COB-REFERENCIA   PIC X(15).
           05  WS-COB-FIN          PIC X.
           05  WS-COB-CAB-OK       PIC X.
           05  WS-COB-ABIERTAS     PIC 9(4).
           05  WS-COB-SALDO-CLI    PIC 9(11)V99.
           05  WS-PLAZO-CREDITO    PIC 9(3) VALUE 30.
           05  WS-DIAS-VENCIDO     PIC S9(5) SIGN LEADING SEPARATE.
           05  WS-NOMBRE-ANTIG     PIC X(34)
               VALUE "reporte_antiguedad.txt".
           05  WS-NOMBRE-ESTADO-CTA PIC X(34).
           05  WS-ANT-FIN-ORDEN    PIC X.
           05  WS-ANT-PRIMERO      PIC X.
           05  WS-ANT-CLI-ANT      PIC 9(5).
           05  WS-ANT-CLIENTES     PIC 9(5).
           05  WS-ANT-FACTURAS     PIC 9(5).
           05  WS-ANT-CLI-CORR     PIC 9(9)V99.
           05  WS-ANT-CLI-30       PIC 9(9)V99.
           05  WS-ANT-CLI-60       PIC 9(9)V99.
           05  WS-ANT-CLI-90       PIC 9(9)V99.
           05  WS-ANT-CLI-MAS90    PIC 9(9)V99.
           05  WS-ANT-CLI-TOTAL    PIC 9(9)V99.
           05  WS-ANT-TOT-CORR     PIC 9(11)V99.
           05  WS-ANT-TOT-30       PIC 9(11)V99.
           05  WS-ANT-TOT-60       PIC 9(11)V99.
           05  WS-ANT-TOT-90       PIC 9(11)V99.
           05  WS-ANT-TOT-MAS90    PIC 9(11)V99.
           05  WS-ANT-TOT-TOTAL    PIC 9(11)V99.
           05  WS-ANT-VENCE        PIC X(10).
           05  WS-ANT-SALDO        PIC 9(9)V99.
           05  WS-EC-PAGADO        PIC 9(9)V99.
           05  WS-EC-COBROS        PIC 9(4).

       01  WS-IMPUESTO-VARIABLES.
           05  WS-TASA-GENERAL     PIC 9(2)V99 VALUE 21,00.
           05  WS-TASA-REDUCIDA    PIC 9(2)V99 VALUE 10,50.
           05  WS-TASA-LINEA       PIC 9(2)V99.
           05  WS-CATEG-LINEA      PIC X(1).
           05  WS-FAC-NETO         PIC 9(9)V99.
           05  WS-FAC-IMPUESTO     PIC 9(9)V99.
           05  WS-FAC-IMP-LINEA    PIC 9(9)V99.
           05  WS-FAC-BRUTO-LINEA  PIC 9(9)V99.
           05  WS-LIBRO-PERIODO    PIC X(6).
           05  WS-NOMBRE-LIBRO-IVA PIC X(34).
           05  WS-LIB-FIN          PIC X.
           05  WS-LIB-PENDIENTE    PIC X.
           05  WS-LIB-FACTURAS     PIC 9(5).
           05  WS-LIB-FAC-NUM      PIC 9(6).
           05  WS-LIB-FECHA        PIC X(10).
           05  WS-LIB-CLIENTE      PIC 9(5).
           05  WS-LIB-ESTADO       PIC X(1).
           05  WS-LIB-FAC-GRAV-G   PIC 9(9)V99.
           05  WS-LIB-FAC-GRAV-R   PIC 9(9)V99.
           05  WS-LIB-FAC-EXENTO   PIC 9(9)V99.
           05  WS-LIB-FAC-IMP-G    PIC 9(9)V99.
           05  WS-LIB-FAC-IMP-R    PIC 9(9)V99.
           05  WS-LIB-FAC-TOTAL    PIC 9(9)V99.
           05  WS-LIB-TOT-GRAV-G   PIC 9(11)V99.
           05  WS-LIB-TOT-GRAV-R   PIC 9(11)V99.
           05  WS-LIB-TOT-EXENTO   PIC 9(11)V99.
           05  WS-LIB-TOT-IMP-G    PIC 9(11)V99.
           05  WS-LIB-TOT-IMP-R    PIC 9(11)V99.
           05  WS-LIB-TOT-IMPUESTO PIC 9(11)V99.
           05  WS-LIB-TOT-TOTAL    PIC 9(11)V99.

       01  WS-FACPROV-VARIABLES.
           05  WS-FPV-STATUS       PIC X(2).
           05  WS-FPV-NUM          PIC 9(6).
           05  WS-PROX-FPV         PIC 9(6).
           05  WS-FPV-LINEA-NUM    PIC 9(3).
           05  WS-FPV-FACTURA-PROV PIC X(15).
           05  WS-FPV-FECHA        PIC X(10).
           05  WS-FPV-CANTIDAD     PIC 9(5).
           05  WS-FPV-PRECIO       PIC 9(7)V99.
           05  WS-FPV-IMPORTE      PIC 9(9)V99.
           05  WS-FPV-TOTAL        PIC 9(9)V99.
           05  WS-FPV-FACTURADA    PIC 9(5).
           05  WS-FPV-RESULTADO    PIC X(1).
           05  WS-FPV-RETENER      PIC X.
           05  WS-FPV-CAB-OK       PIC X.
           05  WS-FPV-FIN          PIC X.
           05  WS-FPV-DECISION     PIC X.
           05  WS-FPV-DUPLICADA    PIC X.
           05  WS-FPV-PROV         PIC 9(5).
           05  WS-FPV-ORDEN        PIC 9(6).
           05  WS-TOL-PRECIO-PCT   PIC 9(2)V99 VALUE 2,00.
           05  WS-TOL-CANT-PCT     PIC 9(2)V99 VALUE 0.
           05  WS-TOL-PRECIO-MAX   PIC 9(7)V99.
           05  WS-TOL-CANT-MAX     PIC 9(7).
           05  WS-FPV-MOTIVO       PIC X(30).
           05  WS-NOMBRE-CONC      PIC X(40)
               VALUE "reporte_excepciones_conciliacion.txt".
           05  WS-EXC-FACTURAS     PIC 9(5).
           05  WS-EXC-LINEAS       PIC 9(5).
           05  WS-EXC-TOTAL        PIC 9(11)V99.
           05  WS-FPV-RETENIDAS    PIC 9(5).

       01  WS-ASIENTOS-VARIABLES.
           05  WS-CTA-STATUS       PIC X(2).
           05  WS-NOM-STATUS       PIC X(2).
           05  WS-NOMBRE-NOMINA    PIC X(30).
           05  WS-NOMBRE-ASIENTOS  PIC X(30).
           05  WS-ASI-PERIODO      PIC X(6).
           05  WS-ASI-PASADA       PIC 9.
           05  WS-ASI-FIN          PIC X.
           05  WS-ASI-ERROR        PIC X.
           05  WS-ASI-HALLADO      PIC X.
           05  WS-ASI-IDX          PIC 9(2).
           05  WS-ASI-CONCEPTO     PIC X(6).
           05  WS-ASI-CTA-DEBE     PIC X(6).
           05  WS-ASI-CTA-HABER    PIC X(6).
           05  WS-ASI-CUENTA-NUEVA PIC X(12).
           05  WS-ASI-DESC-NUEVA   PIC X(30).
           05  WS-ASI-COSTO        PIC 9(7)V99.
           05  WS-ASI-IMPORTE      PIC 9(11)V99.
           05  WS-ASI-MOVS         PIC 9(6).
           05  WS-ASI-EMPLEADOS    PIC 9(5).
           05  WS-ASI-COMPRAS      PIC 9(11)V99.
           05  WS-ASI-DEV-PROV     PIC 9(11)V99.
           05  WS-ASI-COSTO-VTA    PIC 9(11)V99.
           05  WS-ASI-MERMA-NEG    PIC 9(11)V99.
           05  WS-ASI-MERMA-POS    PIC 9(11)V99.
           05  WS-ASI-DEV-SCRAP    PIC 9(11)V99.
           05  WS-ASI-DEV-REPONE   PIC 9(11)V99.
           05  WS-ASI-NOM-BRUTO    PIC 9(11)V99.
           05  WS-ASI-NOM-SEGURO   PIC 9(11)V99.
           05  WS-ASI-NOM-IMPUESTO PIC 9(11)V99.
           05  WS-ASI-NOM-NETO     PIC 9(11)V99.
           05  WS-ASI-NUMERO       PIC 9(3).
           05  WS-ASI-GLOSA        PIC X(30).
           05  WS-ASI-DEBE         PIC 9(11)V99.
           05  WS-ASI-HABER        PIC 9(11)V99.
           05  WS-ASI-ASTO-DEBE    PIC 9(11)V99.
           05  WS-ASI-ASTO-HABER   PIC 9(11)V99.
           05  WS-ASI-TOT-DEBE     PIC 9(12)V99.
           05  WS-ASI-TOT-HABER    PIC 9(12)V99.
           05  WS-ASI-DEBE-TX      PIC X(15).
           05  WS-ASI-HABER-TX     PIC X(15).
           05  WS-ASL-TOTAL        PIC 9(2).
           05  WS-ASL-IDX          PIC 9(2).

       01  WS-ASI-LINEAS.
           05  WS-ASL-ITEM OCCURS 20 TIMES.
               10  WS-ASL-ASIENTO  PIC 9(3).
               10  WS-ASL-CONCEPTO PIC X(6).
               10  WS-ASL-CUENTA   PIC X(12).
               10  WS-ASL-GLOSA    PIC X(30).
               10  WS-ASL-DEBE     PIC 9(11)V99.
               10  WS-ASL-HABER    PIC 9(11)V99.

       01  WS-CTA-CONCEPTOS-DEF.
           05  FILLER              PIC X(36)
               VALUE "INVENTInventario de mercaderias".
           05  FILLER              PIC X(36)
               VALUE "PROVEEProveedores".
           05  FILLER              PIC X(36)
               VALUE "COSTOVCosto de mercaderias vendidas".
           05  FILLER              PIC X(36)
               VALUE "MERMASMermas y faltantes de stock".
           05  FILLER              PIC X(36)
               VALUE "SUELDOSueldos y jornales".
           05  FILLER              PIC X(36)
               VALUE "SEGSOCCargas sociales a pagar".
           05  FILLER              PIC X(36)
               VALUE "RETIMPRetenciones impuesto a pagar".
           05  FILLER              PIC X(36)
               VALUE "BANCO Banco cuenta corriente".
       01  WS-CTA-CONCEPTOS REDEFINES WS-CTA-CONCEPTOS-DEF.
           05  WS-CTA-ITEM OCCURS 8 TIMES.
               10  WS-CTA-COD      PIC X(6).
               10  WS-CTA-NOMBRE   PIC X(30).

       01  WS-PERF-TABLA.
           05  WS-PERF-ITEM OCCURS 200 TIMES.
               10  WS-PERF-PROV    PIC 9(5).
               10  WS-PERF-CORTAS  PIC 9(5).
               10  WS-PERF-DIAS-TOT PIC 9(7).
               10  WS-PERF-CIERRES PIC 9(5).
               10  WS-PERF-DIAS-MAX PIC 9(5).

       01  WS-MINIMOS-VARIABLES.
           05  WS-MIN-STATUS       PIC X(2).
           05  WS-NOMBRE-MINIMOS   PIC X(34)
               VALUE "reporte_minimos.txt".
           05  WS-MIN-MESES        PIC 9(2) VALUE 6.
           05  WS-MIN-PLAZO-DEF    PIC 9(3) VALUE 7.
           05  WS-MIN-DESDE        PIC X(8).
           05  WS-MIN-PRIMERA      PIC X(8).
           05  WS-MIN-DIAS         PIC S9(7).
           05  WS-MIN-CONSUMO      PIC 9(9).
           05  WS-MIN-PROM         PIC 9(5)V99.
           05  WS-MIN-PICO         PIC 9(7).
           05  WS-MIN-PLAZO-PROM   PIC 9(4)V99.
           05  WS-MIN-PLAZO-MAX    PIC 9(5).
           05  WS-MIN-ESTIMADO     PIC X.
           05  WS-MIN-CALCULO      PIC 9(11)V99.
           05  WS-MIN-PROPUESTO    PIC 9(5).
           05  WS-MIN-LEIDOS       PIC 9(5).
           05  WS-MIN-CAMBIOS      PIC 9(5).
           05  WS-MIN-SUBEN        PIC 9(5).
           05  WS-MIN-BAJAN        PIC 9(5).
           05  WS-MIN-APROBADOS    PIC 9(5).
           05  WS-MIN-RECHAZADOS   PIC 9(5).
           05  WS-MIN-DECISION     PIC X.
           05  WS-MIN-APROBADOR    PIC 9(5).
           05  WS-MIN-OPERADOR     PIC 9(5).
           05  WS-MIN-AUTORIZADO   PIC X.
           05  WS-MIN-FIN          PIC X.
           05  WS-DEM-TOTAL        PIC 9(4).
           05  WS-DEM-IDX          PIC 9(4).
           05  WS-DEM-IDX-ACT      PIC 9(4).
           05  WS-DEM-HALLADO      PIC X.
           05  WS-DEM-AVISADO      PIC X.

       01  WS-ROLES-VARIABLES.
           05  WS-ROL-STATUS       PIC X(2).
           05  WS-OPR-STATUS       PIC X(2).
           05  WS-ROL-ACTUAL       PIC X(3).
           05  WS-ROL-NOMBRE-ACT   PIC X(20).
           05  WS-ROL-PERMISOS     PIC X(40).
           05  WS-ROL-PERMISO-TAB REDEFINES WS-ROL-PERMISOS.
               10  WS-ROL-PERMISO  PIC X(1) OCCURS 40 TIMES.
           05  WS-ROL-EMP-PERMISOS PIC X(40).
           05  WS-ROL-EMP-PERMISO-TAB REDEFINES WS-ROL-EMP-PERMISOS.
               10  WS-ROL-EMP-PERMISO PIC X(1) OCCURS 40 TIMES.
           05  WS-ROL-DEFECTO      PIC X(3) VALUE "DEP".
           05  WS-ROL-OPCION-ROLES PIC 99 VALUE 30.
           05  WS-ROL-OPCION-SALIR PIC 99 VALUE 31.
           05  WS-ROL-PERM-IMPORTAR PIC 99 VALUE 36.
           05  WS-ROL-PERM-APROBAR PIC 99 VALUE 37.
           05  WS-ROL-EMP          PIC 9(5).
           05  WS-ROL-CODIGO       PIC X(3).
           05  WS-ROL-NOMBRE       PIC X(20).
           05  WS-ROL-ACCION       PIC X(60).
           05  WS-ROL-CLAVE        PIC X(6).
           05  WS-ROL-IDX          PIC 99.
           05  WS-ROL-POS          PIC 99.
           05  WS-ROL-CONTADOR     PIC 9(5).
           05  WS-ROL-OK           PIC X.
           05  WS-OPR-CREADO       PIC X VALUE "N".

       01  WS-ROLES-INICIALES.
           05  FILLER              PIC X(23)
               VALUE "DEPOperario de Deposito".
           05  FILLER              PIC X(40)
               VALUE "NSSSSSSNNNNSNSSNNSNSSNSSNNNSNNNNNNNNNNNN".
           05  FILLER              PIC X(23)
               VALUE "SUPSupervisor".
           05  FILLER              PIC X(40)
               VALUE "SSSSSSSSSNSSSSSSSSNSSSSSSSNSSNNNNNNNSNNN".
           05  FILLER              PIC X(23)
               VALUE "COMCompras".
           05  FILLER              PIC X(40)
               VALUE "SNNSSSNSNNSSSNSSNNNSSNNNNSNNSNNNNNNNNNNN".
           05  FILLER              PIC X(23)
               VALUE "FACFacturacion".
           05  FILLER              PIC X(40)
               VALUE "NNNSSNNNNNNSNNSNNNNNNSSSNNNNNNNNNNNNNNNN".
           05  FILLER              PIC X(23)
               VALUE "ADMAdministrador".
           05  FILLER              PIC X(40)
               VALUE "SSSSSSSSSSSSSSSSSSSSSSSSSSSSSSNNNNNSSNNN".
       01  WS-ROLES-DEF REDEFINES WS-ROLES-INICIALES.
           05  WS-RDEF-ITEM OCCURS 5 TIMES.
               10  WS-RDEF-CODIGO  PIC X(3).
               10  WS-RDEF-NOMBRE  PIC X(20).
               10  WS-RDEF-PERMISOS PIC X(40).

       01  WS-DEMANDA-TABLA.
           05  WS-DEM-ITEM OCCURS 1000 TIMES.
               10  WS-DEM-PROD     PIC 9(6).
               10  WS-DEM-CONSUMO  PIC 9(9).
               10  WS-DEM-PICO     PIC 9(7).
               10  WS-DEM-DIA      PIC X(8).
               10  WS-DEM-DIA-CANT PIC 9(7).

       01  WS-CAB-MINIMO.
           05  FILLER     PIC X(10) VALUE "  PRODUCTO".
           05  FILLER     PIC X(30) VALUE "NOMBRE".
           05  FILLER     PIC X(8)  VALUE "  ACTUAL".
           05  FILLER     PIC X(8)  VALUE "   NUEVO".
           05  FILLER     PIC X(11) VALUE "   PROM/DIA".
           05  FILLER     PIC X(10) VALUE "  PICO/DIA".
           05  FILLER     PIC X(10) VALUE "PLAZO PROM".
           05  FILLER     PIC X(9)  VALUE "PLAZO MAX".
           05  FILLER     PIC X(8)  VALUE "  CAMBIO".

       01  WS-LINEA-MINIMO.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMI-ID         PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMI-NOMBRE     PIC X(30).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMI-ACTUAL     PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMI-PROPUESTO  PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMI-PROM       PIC ZZZZ9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMI-PICO       PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMI-PLAZO-PROM PIC ZZZ9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMI-PLAZO-MAX  PIC ZZZZ9.
           05  WS-LMI-ESTIMADO   PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMI-CAMBIO     PIC X(6).

       01  WS-ABC-TABLA.
           05  WS-ABC-ITEM OCCURS 1000 TIMES.
               10  WS-ABC-VAL      PIC 9(11)V99.
               10  WS-ABC-ULT      PIC X(10).

       01  WS-KITS-VARIABLES.
           05  WS-MAT-STATUS       PIC X(2).
           05  WS-ENS-STATUS       PIC X(2).
           05  WS-KIT-ID           PIC 9(6).
           05  WS-KIT-NOMBRE       PIC X(30).
           05  WS-KIT-COMP         PIC 9(6).
           05  WS-KIT-CANTIDAD     PIC 9(5).
           05  WS-KIT-NECESARIO    PIC 9(9).
           05  WS-KIT-COSTO-UNIT   PIC 9(7)V99.
           05  WS-KIT-COSTO-PROM   PIC 9(7)V99.
           05  WS-KIT-COSTO-ARMADO PIC 9(9)V99.
           05  WS-KIT-COSTO-TOTAL  PIC 9(11)V99.
           05  WS-KIT-FACTOR       PIC 9(5)V9(6).
           05  WS-KIT-FALTANTES    PIC 9(3).
           05  WS-KIT-POSTEADOS    PIC 9(2).
           05  WS-KIT-OK           PIC X.
           05  WS-KIT-USADO        PIC X.
           05  WS-KIT-TOTAL        PIC 9(2).
           05  WS-KIT-IDX          PIC 9(2).
           05  WS-ENS-NUM          PIC 9(6).
           05  WS-PROX-ENS         PIC 9(6).
           05  WS-ENS-TIPO         PIC X(1).
           05  WS-ENS-ESTADO       PIC X(1).
           05  WS-ENS-CAB-OK       PIC X.

       01  WS-KIT-TABLA.
           05  WS-KIT-ITEM OCCURS 30 TIMES.
               10  WS-KIT-COMP-ID  PIC 9(6).
               10  WS-KIT-COMP-CANT PIC 9(4).
               10  WS-KIT-COMP-TOTAL PIC 9(5).
               10  WS-KIT-COMP-COSTO PIC 9(7)V99.
               10  WS-KIT-COMP-POST PIC X.

       01  WS-INTERFAZ-CONTABLE.
           05  WS-IMP-STATUS       PIC X(2).
           05  WS-EXP-PRECIO-ED    PIC 9(7),99.
           05  WS-MENU-TITULO    PIC X(80).
           05  WS-MENU-LINEA-DIV PIC X(80).
           05  WS-MENU-LINEAS.
               10  WS-MENU-LINEA OCCURS 31 TIMES PIC X(80).
               
       01  WS-LINEA-DETALLE.
           05  FILLER     PIC X(2)  VALUE SPACES.
               STRING "reporte_abc_" WS-FECHA-HOY(1:8)
                      ".txt" DELIMITED BY SIZE
                      INTO WS-NOMBRE-ABC
               MOVE SPACES TO WS-NOMBRE-ANTIG
               STRING "reporte_antiguedad_" WS-FECHA-HOY(1:8)
                      ".txt" DELIMITED BY SIZE
                      INTO WS-NOMBRE-ANTIG
               MOVE SPACES TO WS-NOMBRE-MINIMOS
               STRING "reporte_minimos_" WS-FECHA-HOY(1:8)
                      ".txt" DELIMITED BY SIZE
                      INTO WS-NOMBRE-MINIMOS

               ACCEPT WS-HORA FROM TIME
               MOVE SPACES TO WS-BIT-TEXTO
               PERFORM 643-APLICAR-PRECIOS
               PERFORM 700-GENERAR-REPORTE
               PERFORM 620-REPORTE-BAJO-STOCK
               PERFORM 787-CALCULAR-MINIMOS
               PERFORM 720-REPORTE-REORDEN
               PERFORM 920-RECONCILIAR-BALANCES
               PERFORM 721-REPORTE-ABC
               PERFORM 540-REPORTE-ANTIGUEDAD

               ACCEPT WS-HORA FROM TIME
               MOVE SPACES TO WS-BIT-TEXTO
           END-IF.
           
       000-INICIAR.
           PERFORM 002-OBTENER-FECHA
           PERFORM 001-ABRIR-ARCHIVOS
           IF WS-FIN NOT = "S"
               DISPLAY WS-CABECERA-PRINCIPAL
               PERFORM 005-VALIDAR-OPERADOR
               IF WS-FIN NOT = "S"
                       IF EMP-PIN = WS-PIN-INGRESADO
                           MOVE EMP-ID TO WS-OPERADOR-ID
                           DISPLAY "Bienvenido, " EMP-NOMBRE
                           PERFORM 010-CARGAR-ROL
                       ELSE
                           DISPLAY "PIN incorrecto. Acceso denegado."
                           MOVE "S" TO WS-FIN
                   END-IF
           END-READ.

       010-CARGAR-ROL.
           MOVE WS-OPERADOR-ID TO OPR-EMP-ID
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   PERFORM 011-ROL-POR-DEFECTO
               NOT INVALID KEY
                   MOVE OPR-ROL TO WS-ROL-ACTUAL
           END-READ

           MOVE WS-ROL-ACTUAL TO ROL-CODIGO
           READ ROLES-ARCHIVO
               INVALID KEY
                   DISPLAY "AVISO: el rol " WS-ROL-ACTUAL
                       " no esta definido; solo puede salir"
                   MOVE ALL "N" TO WS-ROL-PERMISOS
                   MOVE SPACES TO WS-ROL-NOMBRE-ACT
               NOT INVALID KEY
                   MOVE ROL-PERMISOS TO WS-ROL-PERMISOS
                   MOVE ROL-NOMBRE TO WS-ROL-NOMBRE-ACT
           END-READ
           DISPLAY "Rol: " WS-ROL-ACTUAL " - " WS-ROL-NOMBRE-ACT.

       011-ROL-POR-DEFECTO.
           MOVE "N" TO WS-ROL-OK
           IF WS-OPR-CREADO = "S"
               MOVE 0 TO OPR-EMP-ID
               START OPERADORES-ARCHIVO
                   KEY IS NOT LESS THAN OPR-EMP-ID
                   INVALID KEY
                       MOVE "S" TO WS-ROL-OK
                   NOT INVALID KEY
                       MOVE "N" TO WS-ROL-OK
               END-START
           END-IF

           IF WS-ROL-OK = "S"
               DISPLAY "operadores.dat se creo en esta ejecucion y"
                   " no hay operadores con rol asignado"
               DISPLAY "Asignar rol ADM a este operador (S/N): "
               MOVE SPACE TO WS-ROL-OK
               ACCEPT WS-ROL-OK
               IF WS-ROL-OK = "s"
                   MOVE "S" TO WS-ROL-OK
               END-IF
           END-IF

           IF WS-ROL-OK = "S"
               MOVE "N" TO WS-OPR-CREADO
               MOVE "ADM" TO WS-ROL-ACTUAL
               DISPLAY "Se asigna el rol ADM a este operador"
               MOVE WS-OPERADOR-ID TO OPR-EMP-ID
               MOVE WS-ROL-ACTUAL TO OPR-ROL
               MOVE WS-FECHA-HOY TO OPR-FECHA
               MOVE WS-OPERADOR-ID TO OPR-EMP-ASIGNA
               WRITE REGISTRO-OPERADOR
                   INVALID KEY
                       DISPLAY "AVISO: no se pudo registrar el rol"
                           " del operador"
                   NOT INVALID KEY
                       MOVE "operadores.dat" TO WS-AUD-ARCHIVO
                       MOVE "A" TO WS-AUD-OPERACION
                       MOVE OPR-EMP-ID TO WS-AUD-CLAVE
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REGISTRO-OPERADOR TO WS-AUD-DESPUES
                       PERFORM 985-REGISTRAR-AUDITORIA
               END-WRITE
           ELSE
               MOVE WS-ROL-DEFECTO TO WS-ROL-ACTUAL
               DISPLAY "Operador sin rol asignado; se aplica el"
                   " rol " WS-ROL-DEFECTO
           END-IF.

       012-PERMISO-EMPLEADO.
           MOVE ALL "N" TO WS-ROL-EMP-PERMISOS
           MOVE WS-ROL-EMP TO OPR-EMP-ID
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   MOVE WS-ROL-DEFECTO TO WS-ROL-CODIGO
               NOT INVALID KEY
                   MOVE OPR-ROL TO WS-ROL-CODIGO
           END-READ
           MOVE WS-ROL-CODIGO TO ROL-CODIGO
           READ ROLES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROL-PERMISOS TO WS-ROL-EMP-PERMISOS
           END-READ.

       013-RECHAZAR-ACCESO.
           DISPLAY "Acceso denegado: el rol " WS-ROL-CODIGO
               " no autoriza a " WS-ROL-ACCION
           MOVE "ACCESO" TO WS-AUD-ARCHIVO
           MOVE "R" TO WS-AUD-OPERACION
           MOVE WS-ROL-CLAVE TO WS-AUD-CLAVE
           MOVE SPACES TO WS-AUD-ANTES
           STRING "Empleado " WS-ROL-EMP " rol " WS-ROL-CODIGO
               DELIMITED BY SIZE INTO WS-AUD-ANTES
           MOVE WS-ROL-ACCION TO WS-AUD-DESPUES
           PERFORM 985-REGISTRAR-AUDITORIA.

       014-SEMBRAR-ROLES.
           MOVE "ADM" TO ROL-CODIGO
           READ ROLES-ARCHIVO
               INVALID KEY
                   PERFORM VARYING WS-ROL-IDX FROM 1 BY 1
                       UNTIL WS-ROL-IDX > 5
                       MOVE WS-RDEF-CODIGO(WS-ROL-IDX) TO ROL-CODIGO
                       MOVE WS-RDEF-NOMBRE(WS-ROL-IDX) TO ROL-NOMBRE
                       MOVE WS-RDEF-PERMISOS(WS-ROL-IDX)
                           TO ROL-PERMISOS
                       MOVE WS-FECHA-HOY TO ROL-FECHA
                       MOVE 0 TO ROL-EMP-ID
                       WRITE REGISTRO-ROL
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-PERFORM
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       001-ABRIR-ARCHIVOS.
           OPEN I-O PRODUCTOS-ARCHIVO
           IF WS-PROD-STATUS = "35"
           END-IF
           IF WS-FAC-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir facturas.dat"
               DISPLAY "(status " WS-FAC-STATUS "). Es posible que"
               DISPLAY "el archivo exista con un formato de registro"
               DISPLAY "incompatible; migrelo antes de continuar."
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O COBROS-ARCHIVO
           IF WS-COB-STATUS = "35"
               OPEN OUTPUT COBROS-ARCHIVO
               CLOSE COBROS-ARCHIVO
               OPEN I-O COBROS-ARCHIVO
           END-IF
           IF WS-COB-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir cobros.dat"
               DISPLAY "(status " WS-COB-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O FACPROV-ARCHIVO
           IF WS-FPV-STATUS = "35"
               OPEN OUTPUT FACPROV-ARCHIVO
               CLOSE FACPROV-ARCHIVO
               OPEN I-O FACPROV-ARCHIVO
           END-IF
           IF WS-FPV-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir"
                   " facturas_prov.dat"
               DISPLAY "(status " WS-FPV-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O CUENTAS-ARCHIVO
           IF WS-CTA-STATUS = "35"
               OPEN OUTPUT CUENTAS-ARCHIVO
               CLOSE CUENTAS-ARCHIVO
               OPEN I-O CUENTAS-ARCHIVO
           END-IF
           IF WS-CTA-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir cuentas.dat"
               DISPLAY "(status " WS-CTA-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

               DISPLAY "ERROR FATAL: no se pudo abrir precios.dat"
               DISPLAY "(status " WS-PRE-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O MATERIALES-ARCHIVO
           IF WS-MAT-STATUS = "35"
               OPEN OUTPUT MATERIALES-ARCHIVO
               CLOSE MATERIALES-ARCHIVO
               OPEN I-O MATERIALES-ARCHIVO
           END-IF
           IF WS-MAT-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir"
                   " materiales.dat"
               DISPLAY "(status " WS-MAT-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O ENSAMBLES-ARCHIVO
           IF WS-ENS-STATUS = "35"
               OPEN OUTPUT ENSAMBLES-ARCHIVO
               CLOSE ENSAMBLES-ARCHIVO
               OPEN I-O ENSAMBLES-ARCHIVO
           END-IF
           IF WS-ENS-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir ensambles.dat"
               DISPLAY "(status " WS-ENS-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O MINIMOS-ARCHIVO
           IF WS-MIN-STATUS = "35"
               OPEN OUTPUT MINIMOS-ARCHIVO
               CLOSE MINIMOS-ARCHIVO
               OPEN I-O MINIMOS-ARCHIVO
           END-IF
           IF WS-MIN-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir minimos.dat"
               DISPLAY "(status " WS-MIN-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF

           OPEN I-O ROLES-ARCHIVO
           IF WS-ROL-STATUS = "35"
               OPEN OUTPUT ROLES-ARCHIVO
               CLOSE ROLES-ARCHIVO
               OPEN I-O ROLES-ARCHIVO
           END-IF
           IF WS-ROL-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir roles.dat"
               DISPLAY "(status " WS-ROL-STATUS ")"
               MOVE "S" TO WS-FIN
           ELSE
               PERFORM 014-SEMBRAR-ROLES
           END-IF

           OPEN I-O OPERADORES-ARCHIVO
           IF WS-OPR-STATUS = "35"
               OPEN OUTPUT OPERADORES-ARCHIVO
               CLOSE OPERADORES-ARCHIVO
               OPEN I-O OPERADORES-ARCHIVO
               MOVE "S" TO WS-OPR-CREADO
           END-IF
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "ERROR FATAL: no se pudo abrir operadores.dat"
               DISPLAY "(status " WS-OPR-STATUS ")"
               MOVE "S" TO WS-FIN
           END-IF.

       006-SEMBRAR-UBICACION.
           PERFORM 110-MOSTRAR-MENU
           ACCEPT WS-OPCION
           
           IF WS-OPCION >= 1
               AND WS-OPCION < WS-ROL-OPCION-SALIR
               AND WS-ROL-PERMISO(WS-OPCION) NOT = "S"
               MOVE WS-OPERADOR-ID TO WS-ROL-EMP
               MOVE WS-ROL-ACTUAL TO WS-ROL-CODIGO
               MOVE SPACES TO WS-ROL-ACCION
               STRING "Menu principal, opcion"
                   WS-MENU-LINEA(WS-OPCION)(5:50)
                   DELIMITED BY SIZE INTO WS-ROL-ACCION
               MOVE SPACES TO WS-ROL-CLAVE
               STRING "MENU" WS-OPCION DELIMITED BY SIZE
                   INTO WS-ROL-CLAVE
               PERFORM 013-RECHAZAR-ACCESO
           ELSE
               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 200-NUEVO-PRODUCTO
                   WHEN 2
                       PERFORM 300-ENTRADA-STOCK
                   WHEN 3
                       PERFORM 400-SALIDA-STOCK
                   WHEN 4
                       PERFORM 500-CONSULTAR-PRODUCTO
                   WHEN 5
                       PERFORM 600-LISTAR-BAJO-STOCK
                   WHEN 6
                       PERFORM 700-GENERAR-REPORTE
                   WHEN 7
                       PERFORM 800-VER-MOVIMIENTOS
                   WHEN 8
                       PERFORM 250-MODIFICAR-PRODUCTO
                   WHEN 9
                       PERFORM 270-ELIMINAR-PRODUCTO
                   WHEN 10
                       PERFORM 900-CERRAR-PERIODO
                   WHEN 11
                       PERFORM 720-REPORTE-REORDEN
                   WHEN 12
                       PERFORM 520-BUSCAR-POR-NOMBRE
                   WHEN 13
                       PERFORM 950-GESTIONAR-PROVEEDORES
                   WHEN 14
                       PERFORM 430-CONTEO-FISICO
                   WHEN 15
                       PERFORM 820-KARDEX-PRODUCTO
                   WHEN 16
                       PERFORM 750-GESTIONAR-ORDENES
                   WHEN 17
                       PERFORM 830-CONSULTAR-AUDITORIA
                   WHEN 18
                       PERFORM 860-GESTIONAR-UBICACIONES
                   WHEN 19
                       PERFORM 870-INTERFAZ-CONTABILIDAD
                   WHEN 20
                       PERFORM 840-CONSULTA-HISTORICA
                   WHEN 21
                       PERFORM 890-REPORTE-VENCIMIENTOS
                   WHEN 22
                       PERFORM 460-GESTIONAR-FACTURACION
                   WHEN 23
                       PERFORM 440-GESTIONAR-DEVOLUCIONES
                   WHEN 24
                       PERFORM 490-GESTIONAR-RESERVAS
                   WHEN 25
                       PERFORM 920-RECONCILIAR-BALANCES
                   WHEN 26
                       PERFORM 721-REPORTE-ABC
                   WHEN 27
                       PERFORM 640-GESTIONAR-PRECIOS
                   WHEN 28
                       PERFORM 550-GESTIONAR-KITS
                   WHEN 29
                       PERFORM 786-GESTIONAR-MINIMOS
                   WHEN 30
                       PERFORM 120-GESTIONAR-ROLES
                   WHEN 31
                       MOVE "S" TO WS-FIN
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-IF.
           
       110-MOSTRAR-MENU.
           INITIALIZE WS-MENU
               DELIMITED BY SIZE INTO WS-MENU-LINEA(26)
           STRING "     27. Gestion de Precios"
               DELIMITED BY SIZE INTO WS-MENU-LINEA(27)
           STRING "     28. Kits y Ensambles"
               DELIMITED BY SIZE INTO WS-MENU-LINEA(28)
           STRING "     29. Recalculo de Stock Minimo"
               DELIMITED BY SIZE INTO WS-MENU-LINEA(29)
           STRING "     30. Roles y Permisos"
               DELIMITED BY SIZE INTO WS-MENU-LINEA(30)
           STRING "     31. Salir"
               DELIMITED BY SIZE INTO WS-MENU-LINEA(31)
           DISPLAY WS-CABECERA-PRINCIPAL
           DISPLAY SPACES
           DISPLAY WS-MENU-TITULO
           DISPLAY WS-MENU-LINEA-DIV
           DISPLAY SPACES
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-ROL-OPCION-SALIR
               IF WS-INDICE = WS-ROL-OPCION-SALIR
                   OR WS-ROL-PERMISO(WS-INDICE) = "S"
                   DISPLAY WS-MENU-LINEA(WS-INDICE)
               END-IF
           END-PERFORM
           DISPLAY SPACES
           DISPLAY WS-MENU-LINEA-DIV
           DISPLAY SPACES
           DISPLAY "Ingrese su opcion: ".

       ROLES-SECTION SECTION.
       120-GESTIONAR-ROLES.
           MOVE "N" TO WS-CONFIRMAR
           PERFORM UNTIL WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
               DISPLAY " "
               DISPLAY "=== ROLES Y PERMISOS ==="
               DISPLAY "1. Listar Roles"
               DISPLAY "2. Definir o Modificar Rol"
               DISPLAY "3. Asignar Rol a Operador"
               DISPLAY "4. Listar Operadores y Roles"
               DISPLAY "5. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-5): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 121-LISTAR-ROLES
                   WHEN 2
                       PERFORM 122-DEFINIR-ROL
                   WHEN 3
                       PERFORM 125-ASIGNAR-ROL
                   WHEN 4
                       PERFORM 126-LISTAR-OPERADORES
                   WHEN 5
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       121-LISTAR-ROLES.
           DISPLAY "=== ROLES DEFINIDOS ==="
           DISPLAY "Permisos: posicion 1-30 = opcion del menu"
               " principal, 36 = importar productos,"
               " 37 = aprobar como supervisor"
           MOVE LOW-VALUES TO ROL-CODIGO
           START ROLES-ARCHIVO KEY IS NOT LESS THAN ROL-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-ROL-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ROL-STATUS
           END-START
           PERFORM UNTIL WS-ROL-STATUS = "10"
               READ ROLES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ROL-STATUS
                   NOT AT END
                       DISPLAY ROL-CODIGO " - " ROL-NOMBRE
                           " " ROL-PERMISOS
               END-READ
           END-PERFORM.

       122-DEFINIR-ROL.
           DISPLAY "=== DEFINIR O MODIFICAR ROL ==="
           DISPLAY "Codigo de rol (3 letras): "
           MOVE SPACES TO WS-ROL-CODIGO
           ACCEPT WS-ROL-CODIGO
           INSPECT WS-ROL-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-ROL-CODIGO = SPACES
               DISPLAY "Codigo invalido"
           ELSE
               MOVE WS-ROL-CODIGO TO ROL-CODIGO
               READ ROLES-ARCHIVO
                   INVALID KEY
                       MOVE "A" TO WS-AUD-OPERACION
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE WS-ROL-CODIGO TO ROL-CODIGO
                       MOVE ALL "N" TO ROL-PERMISOS
                       DISPLAY "Rol nuevo. Nombre: "
                       MOVE SPACES TO ROL-NOMBRE
                       ACCEPT ROL-NOMBRE
                   NOT INVALID KEY
                       MOVE "M" TO WS-AUD-OPERACION
                       MOVE REGISTRO-ROL TO WS-AUD-ANTES
                       DISPLAY "Rol: " ROL-NOMBRE
                       DISPLAY "Nuevo nombre (blanco = mantener): "
                       MOVE SPACES TO WS-ROL-NOMBRE
                       ACCEPT WS-ROL-NOMBRE
                       IF WS-ROL-NOMBRE NOT = SPACES
                           MOVE WS-ROL-NOMBRE TO ROL-NOMBRE
                       END-IF
               END-READ

               IF ROL-NOMBRE = SPACES
                   DISPLAY "El rol debe tener nombre; operacion"
                       " cancelada"
               ELSE
                   MOVE 99 TO WS-ROL-POS
                   PERFORM 124-CAMBIAR-PERMISO
                       UNTIL WS-ROL-POS = 0
                   DISPLAY "Permisos: " ROL-PERMISOS
                   DISPLAY "Confirma grabar el rol (S/N): "
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
                       MOVE WS-FECHA-HOY TO ROL-FECHA
                       MOVE WS-OPERADOR-ID TO ROL-EMP-ID
                       IF WS-AUD-OPERACION = "A"
                           WRITE REGISTRO-ROL
                               INVALID KEY
                                   MOVE "N" TO WS-ROL-OK
                               NOT INVALID KEY
                                   MOVE "S" TO WS-ROL-OK
                           END-WRITE
                       ELSE
                           REWRITE REGISTRO-ROL
                               INVALID KEY
                                   MOVE "N" TO WS-ROL-OK
                               NOT INVALID KEY
                                   MOVE "S" TO WS-ROL-OK
                           END-REWRITE
                       END-IF
                       IF WS-ROL-OK = "S"
                           MOVE "roles.dat" TO WS-AUD-ARCHIVO
                           MOVE ROL-CODIGO TO WS-AUD-CLAVE
                           MOVE REGISTRO-ROL TO WS-AUD-DESPUES
                           PERFORM 985-REGISTRAR-AUDITORIA
                           IF ROL-CODIGO = WS-ROL-ACTUAL
                               MOVE ROL-PERMISOS TO WS-ROL-PERMISOS
                               MOVE ROL-NOMBRE TO WS-ROL-NOMBRE-ACT
                           END-IF
                           DISPLAY "Rol grabado"
                       ELSE
                           DISPLAY "Error al grabar el rol, status "
                               WS-ROL-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Operacion cancelada"
                   END-IF
                   MOVE "N" TO WS-CONFIRMAR
               END-IF
           END-IF.

       123-MOSTRAR-PERMISOS.
           DISPLAY " "
           DISPLAY "Permisos del rol " ROL-CODIGO
               " (S = permitido):"
           PERFORM VARYING WS-ROL-IDX FROM 1 BY 1
               UNTIL WS-ROL-IDX >= WS-ROL-OPCION-SALIR
               DISPLAY "  [" ROL-PERMISO(WS-ROL-IDX) "] "
                   WS-MENU-LINEA(WS-ROL-IDX)(6:45)
           END-PERFORM
           DISPLAY "  [" ROL-PERMISO(WS-ROL-PERM-IMPORTAR) "] "
               WS-ROL-PERM-IMPORTAR ". Importar Productos"
               " (Interfaz de Contabilidad)"
           DISPLAY "  [" ROL-PERMISO(WS-ROL-PERM-APROBAR) "] "
               WS-ROL-PERM-APROBAR ". Aprobar como Supervisor"
               " (conteo fisico, stock minimo)".

       124-CAMBIAR-PERMISO.
           PERFORM 123-MOSTRAR-PERMISOS
           DISPLAY "Numero de permiso a cambiar (0 = terminar): "
           ACCEPT WS-ROL-POS
           IF WS-ROL-POS NOT = 0
               IF (WS-ROL-POS >= 1
                   AND WS-ROL-POS < WS-ROL-OPCION-SALIR)
                   OR WS-ROL-POS = WS-ROL-PERM-IMPORTAR
                   OR WS-ROL-POS = WS-ROL-PERM-APROBAR
                   IF ROL-PERMISO(WS-ROL-POS) = "S"
                       IF ROL-CODIGO = WS-ROL-ACTUAL
                           AND WS-ROL-POS = WS-ROL-OPCION-ROLES
                           DISPLAY "No puede quitar a su propio rol"
                               " el acceso a Roles y Permisos"
                       ELSE
                           MOVE "N" TO ROL-PERMISO(WS-ROL-POS)
                       END-IF
                   ELSE
                       MOVE "S" TO ROL-PERMISO(WS-ROL-POS)
                   END-IF
               ELSE
                   DISPLAY "Numero de permiso invalido"
               END-IF
           END-IF.

       125-ASIGNAR-ROL.
           DISPLAY "=== ASIGNAR ROL A OPERADOR ==="
           DISPLAY "ID de Empleado: "
           ACCEPT EMP-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Empleado no encontrado"
           END-READ
           IF WS-EMP-STATUS = "00"
               IF EMP-ID = WS-OPERADOR-ID
                   DISPLAY "No puede cambiar su propio rol"
               ELSE
                   DISPLAY "Empleado: " EMP-NOMBRE
                   MOVE EMP-ID TO OPR-EMP-ID
                   READ OPERADORES-ARCHIVO
                       INVALID KEY
                           MOVE "A" TO WS-AUD-OPERACION
                           MOVE SPACES TO WS-AUD-ANTES
                           DISPLAY "Sin rol asignado (se aplica "
                               WS-ROL-DEFECTO ")"
                       NOT INVALID KEY
                           MOVE "M" TO WS-AUD-OPERACION
                           MOVE REGISTRO-OPERADOR TO WS-AUD-ANTES
                           DISPLAY "Rol actual: " OPR-ROL
                   END-READ
                   DISPLAY "Nuevo rol: "
                   MOVE SPACES TO WS-ROL-CODIGO
                   ACCEPT WS-ROL-CODIGO
                   INSPECT WS-ROL-CODIGO CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WS-ROL-CODIGO TO ROL-CODIGO
                   READ ROLES-ARCHIVO
                       INVALID KEY
                           DISPLAY "Rol no definido"
                   END-READ
                   IF WS-ROL-STATUS = "00"
                       MOVE EMP-ID TO OPR-EMP-ID
                       MOVE ROL-CODIGO TO OPR-ROL
                       MOVE WS-FECHA-HOY TO OPR-FECHA
                       MOVE WS-OPERADOR-ID TO OPR-EMP-ASIGNA
                       IF WS-AUD-OPERACION = "A"
                           WRITE REGISTRO-OPERADOR
                               INVALID KEY
                                   MOVE "N" TO WS-ROL-OK
                               NOT INVALID KEY
                                   MOVE "S" TO WS-ROL-OK
                           END-WRITE
                       ELSE
                           REWRITE REGISTRO-OPERADOR
                               INVALID KEY
                                   MOVE "N" TO WS-ROL-OK
                               NOT INVALID KEY
                                   MOVE "S" TO WS-ROL-OK
                           END-REWRITE
                       END-IF
                       IF WS-ROL-OK = "S"
                           MOVE "operadores.dat" TO WS-AUD-ARCHIVO
                           MOVE OPR-EMP-ID TO WS-AUD-CLAVE
                           MOVE REGISTRO-OPERADOR TO WS-AUD-DESPUES
                           PERFORM 985-REGISTRAR-AUDITORIA
                           DISPLAY "Rol " OPR-ROL " asignado a "
                               EMP-NOMBRE
                       ELSE
                           DISPLAY "Error al asignar el rol, status "
                               WS-OPR-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       126-LISTAR-OPERADORES.
           DISPLAY "=== OPERADORES Y ROLES ==="
           MOVE 0 TO WS-ROL-CONTADOR
           MOVE 0 TO OPR-EMP-ID
           START OPERADORES-ARCHIVO KEY IS NOT LESS THAN OPR-EMP-ID
               INVALID KEY
                   MOVE "10" TO WS-OPR-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-OPR-STATUS
           END-START
           PERFORM UNTIL WS-OPR-STATUS = "10"
               READ OPERADORES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-OPR-STATUS
                   NOT AT END
                       ADD 1 TO WS-ROL-CONTADOR
                       MOVE OPR-EMP-ID TO EMP-ID
                       READ EMPLEADOS-ARCHIVO
                           INVALID KEY
                               MOVE "(no existe)" TO EMP-NOMBRE
                       END-READ
                       DISPLAY OPR-EMP-ID " " EMP-NOMBRE " Rol: "
                           OPR-ROL " desde " OPR-FECHA
                           " (asignado por " OPR-EMP-ASIGNA ")"
               END-READ
           END-PERFORM
           DISPLAY "Operadores con rol asignado: " WS-ROL-CONTADOR
           DISPLAY "Los demas empleados usan el rol " WS-ROL-DEFECTO.

       PRODUCTOS-SECTION SECTION.
       200-NUEVO-PRODUCTO.
           ELSE
               SET PROD-PERECEDERO-NO TO TRUE
           END-IF
           PERFORM 218-PEDIR-CATEG-IMP
           MOVE WS-EDIT-CATEG-IMP TO PROD-CATEG-IMP
           IF PROD-PERECEDERO-SI AND PROD-STOCK > 0
               DISPLAY "Lote del stock inicial:"
               PERFORM 345-CAPTURAR-LOTE
               END-READ
           END-IF.

       218-PEDIR-CATEG-IMP.
           MOVE SPACE TO WS-EDIT-CATEG-IMP
           PERFORM UNTIL WS-EDIT-CATEG-IMP = "G"
               OR WS-EDIT-CATEG-IMP = "R"
               OR WS-EDIT-CATEG-IMP = "E"
               DISPLAY "Categoria impositiva (G=General "
                   WS-TASA-GENERAL "%, R=Reducida "
                   WS-TASA-REDUCIDA "%, E=Exento): "
               ACCEPT WS-EDIT-CATEG-IMP
               IF WS-EDIT-CATEG-IMP = "g"
                   MOVE "G" TO WS-EDIT-CATEG-IMP
               END-IF
               IF WS-EDIT-CATEG-IMP = "r"
                   MOVE "R" TO WS-EDIT-CATEG-IMP
               END-IF
               IF WS-EDIT-CATEG-IMP = "e"
                   MOVE "E" TO WS-EDIT-CATEG-IMP
               END-IF
           END-PERFORM.

       250-MODIFICAR-PRODUCTO.
           DISPLAY "=== MODIFICACION DE PRODUCTO ==="
           DISPLAY "ID Producto: "
           ELSE
               MOVE "N" TO WS-EDIT-PERECEDERO
           END-IF
           DISPLAY "Categoria impositiva actual: " PROD-CATEG-IMP
           PERFORM 218-PEDIR-CATEG-IMP
           DISPLAY "Proveedor actual (ID): " PROD-PROVEEDOR
           DISPLAY "Nuevo proveedor:"
           MOVE "23" TO WS-PROV-STATUS
               MOVE WS-EDIT-PRECIO TO PROD-PRECIO
               MOVE WS-EDIT-MIN TO PROD-STOCK-MIN
               MOVE WS-EDIT-PERECEDERO TO PROD-PERECEDERO
               MOVE WS-EDIT-CATEG-IMP TO PROD-CATEG-IMP
               MOVE WS-EDIT-PROVEEDOR TO PROD-PROVEEDOR

               REWRITE REGISTRO-PRODUCTO
           END-READ.

       280-CONFIRMAR-BAJA.
           PERFORM 559-VERIFICAR-USO-KIT
           IF PROD-STOCK NOT = 0
               DISPLAY "No se puede eliminar: el producto aun tiene"
               DISPLAY "stock. Retire el stock antes de eliminarlo."
           ELSE
           IF WS-KIT-USADO = "S"
               DISPLAY "No se puede eliminar: el producto figura en"
               DISPLAY "una estructura de kit. Quite la estructura"
               DISPLAY "o el componente antes de eliminarlo."
           ELSE
               DISPLAY "Producto: " PROD-NOMBRE
               DISPLAY "Confirma la eliminacion (S/N): "
               ELSE
                   DISPLAY "Eliminacion cancelada"
               END-IF
           END-IF
           END-IF.

       281-GRABAR-BAJA.
           MOVE SPACE TO MOV-SIGNO
           MOVE WS-UBI-SEL TO MOV-UBICACION
           MOVE WS-ENTRADA-DOC TO MOV-DOCUMENTO
           MOVE WS-ENTRADA-MOTIVO TO MOV-MOTIVO
           MOVE PROD-ID TO MOV-PROD-ID
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE PROD-STOCK TO CHK-STOCK-ANTES
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE WS-SALIDA-PRECIO TO MOV-PRECIO-UNIT
           MOVE WS-SALIDA-DOC TO MOV-DOCUMENTO
           MOVE WS-SALIDA-MOTIVO TO MOV-MOTIVO
           MOVE PROD-STOCK TO CHK-STOCK-ANTES
           COMPUTE CHK-STOCK-DESPUES = PROD-STOCK - MOV-CANTIDAD

                       DISPLAY "Supervisor inactivo"
                   ELSE
                       IF EMP-PIN = WS-PIN-INGRESADO
                           MOVE WS-SUPERVISOR-ID TO WS-ROL-EMP
                           PERFORM 012-PERMISO-EMPLEADO
                           IF WS-ROL-EMP-PERMISO(WS-ROL-PERM-APROBAR)
                               = "S"
                               DISPLAY "Supervisor: " EMP-NOMBRE
                               DISPLAY "Confirma los ajustes (S/N): "
                               ACCEPT WS-CONFIRMAR
                               IF WS-CONFIRMAR = "S"
                                   OR WS-CONFIRMAR = "s"
                                   MOVE "S" TO WS-CONTEO-APROBADO
                               END-IF
                           ELSE
                               MOVE "Aprobar ajustes de conteo"
                                   TO WS-ROL-ACCION
                               MOVE "APROB" TO WS-ROL-CLAVE
                               PERFORM 013-RECHAZAR-ACCESO
                           END-IF
                       ELSE
                           DISPLAY "PIN incorrecto"
               DISPLAY "4. Registrar Nuevo Cliente"
               DISPLAY "5. Modificar Cliente"
               DISPLAY "6. Listar Clientes"
               DISPLAY "7. Registrar Cobro de Cliente"
               DISPLAY "8. Reporte de Antiguedad de Saldos"
               DISPLAY "9. Libro de IVA Ventas"
               DISPLAY "10. Analisis de Ventas y Margen"
               DISPLAY "11. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-11): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 6
                       PERFORM 465-LISTAR-CLIENTES
                   WHEN 7
                       PERFORM 530-REGISTRAR-COBRO
                   WHEN 8
                       PERFORM 540-REPORTE-ANTIGUEDAD
                   WHEN 9
                       PERFORM 484-LIBRO-IVA-VENTAS
                   WHEN 10
                       PERFORM 656-ANALISIS-VENTAS
                   WHEN 11
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
           MOVE "E" TO FAC-ESTADO
           MOVE WS-OPERADOR-ID TO FAC-EMP-ID
           MOVE 0 TO FAC-TOTAL
           MOVE 0 TO FAC-SALDO
           MOVE 0 TO FAC-NETO
           MOVE 0 TO FAC-IMPUESTO
           MOVE WS-FECHA-HOY(1:8) TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               + WS-PLAZO-CREDITO
           COMPUTE WS-FECHA-LIM-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE WS-FECHA-LIM-NUM TO FAC-VENCIMIENTO(1:8)
           WRITE REGISTRO-FACTURA
               INVALID KEY
                   DISPLAY "Error al crear la factura "
                       WS-FACTURA-NUM
               DISPLAY "Factura asignada: " WS-FACTURA-NUM
               MOVE 0 TO WS-FAC-LINEA-NUM
               MOVE 0 TO WS-FAC-TOTAL
               MOVE 0 TO WS-FAC-NETO
               MOVE 0 TO WS-FAC-IMPUESTO
               MOVE "N" TO WS-FAC-FIN
               MOVE "N" TO WS-CHK-RETENIDO
               PERFORM 472-CAPTURAR-LINEA-FACTURA
           COMPUTE WS-FAC-IMPORTE =
               MOV-CANTIDAD * WS-SALIDA-PRECIO
           MOVE WS-FAC-IMPORTE TO FAC-IMPORTE
           PERFORM 487-DETERMINAR-TASA
           COMPUTE WS-FAC-IMP-LINEA ROUNDED =
               WS-FAC-IMPORTE * WS-TASA-LINEA / 100
           COMPUTE WS-FAC-BRUTO-LINEA =
               WS-FAC-IMPORTE + WS-FAC-IMP-LINEA
           MOVE WS-CATEG-LINEA TO FAC-CATEG-IMP
           MOVE WS-TASA-LINEA TO FAC-TASA-IMP
           MOVE WS-FAC-IMP-LINEA TO FAC-IMPUESTO-LIN
           MOVE WS-FAC-BRUTO-LINEA TO FAC-BRUTO
           WRITE REGISTRO-FACTURA
               INVALID KEY
                   DISPLAY "Error al grabar la linea de la"
                       " registrada, revise facturas.dat"
                   SUBTRACT 1 FROM WS-FAC-LINEA-NUM
               NOT INVALID KEY
                   ADD WS-FAC-IMPORTE TO WS-FAC-NETO
                   ADD WS-FAC-IMP-LINEA TO WS-FAC-IMPUESTO
                   ADD WS-FAC-BRUTO-LINEA TO WS-FAC-TOTAL
                   DISPLAY "Linea " WS-FAC-LINEA-NUM
                       " facturada - Neto: $" WS-FAC-IMPORTE
                       " Impuesto: $" WS-FAC-IMP-LINEA
                       " Bruto: $" WS-FAC-BRUTO-LINEA
           END-WRITE.

       475-CERRAR-FACTURA.
                   DISPLAY "No se encontro la cabecera de la"
                       " factura"
               NOT INVALID KEY
                   MOVE WS-FAC-NETO TO FAC-NETO
                   MOVE WS-FAC-IMPUESTO TO FAC-IMPUESTO
                   MOVE WS-FAC-TOTAL TO FAC-TOTAL
                   MOVE WS-FAC-TOTAL TO FAC-SALDO
                   REWRITE REGISTRO-FACTURA
                       INVALID KEY
                           DISPLAY "Error al actualizar el total"
                               " de la factura"
                       NOT INVALID KEY
                           DISPLAY "Factura " WS-FACTURA-NUM
                               " emitida - Neto: $" WS-FAC-NETO
                               " Impuesto: $" WS-FAC-IMPUESTO
                               " Total: $" WS-FAC-TOTAL
                           PERFORM 478-IMPRIMIR-FACTURA
                   END-REWRITE
           END-READ.
                                  " - " PROD-NOMBRE
                                  " - Cant: " FAC-CANTIDAD
                                  " - Precio: $" FAC-PRECIO-UNIT
                                  " - Neto: $" FAC-IMPORTE
                                  DELIMITED BY SIZE
                                  INTO LINEA-FACTURA
                           WRITE LINEA-FACTURA
                           MOVE SPACES TO LINEA-FACTURA
                           STRING "           Impuesto "
                                  FAC-CATEG-IMP " " FAC-TASA-IMP
                                  "%: $" FAC-IMPUESTO-LIN
                                  " - Bruto: $" FAC-BRUTO
                                  DELIMITED BY SIZE
                                  INTO LINEA-FACTURA
                           WRITE LINEA-FACTURA
           END-PERFORM.

       481-ESCRIBIR-FACTURA.
           MOVE FAC-NETO TO WS-FAC-NETO
           MOVE FAC-IMPUESTO TO WS-FAC-IMPUESTO
           MOVE FAC-TOTAL TO WS-FAC-TOTAL
           MOVE FAC-SALDO TO WS-FAC-SALDO
           MOVE FAC-VENCIMIENTO TO WS-FAC-VENCE
           MOVE SPACES TO WS-NOMBRE-FACTURA
           STRING "factura_" WS-FACTURA-NUM ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-FACTURA
           MOVE ALL "-" TO LINEA-FACTURA
           WRITE LINEA-FACTURA

           MOVE SPACES TO LINEA-FACTURA
           STRING "NETO: $" WS-FAC-NETO
                  DELIMITED BY SIZE
                  INTO LINEA-FACTURA
           WRITE LINEA-FACTURA

           MOVE SPACES TO LINEA-FACTURA
           STRING "IMPUESTO: $" WS-FAC-IMPUESTO
                  DELIMITED BY SIZE
                  INTO LINEA-FACTURA
           WRITE LINEA-FACTURA

           MOVE SPACES TO LINEA-FACTURA
           STRING "TOTAL: $" WS-FAC-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-FACTURA
           WRITE LINEA-FACTURA

           MOVE SPACES TO LINEA-FACTURA
           STRING "VENCIMIENTO: " WS-FAC-VENCE
                  DELIMITED BY SIZE
                  INTO LINEA-FACTURA
           WRITE LINEA-FACTURA

           IF WS-FAC-SALDO < WS-FAC-TOTAL
               MOVE SPACES TO LINEA-FACTURA
               IF WS-FAC-SALDO = 0
                   STRING "PAGADA EN SU TOTALIDAD"
                          DELIMITED BY SIZE
                          INTO LINEA-FACTURA
               ELSE
                   STRING "SALDO PENDIENTE: $" WS-FAC-SALDO
                          DELIMITED BY SIZE
                          INTO LINEA-FACTURA
               END-IF
               WRITE LINEA-FACTURA
           END-IF

           CLOSE FACTURA-IMP-ARCHIVO
           DISPLAY "Factura impresa en " WS-NOMBRE-FACTURA.

           END-IF

           MOVE 0 TO WS-FAC-CONTADOR
           MOVE 0 TO WS-COB-SALDO-CLI
           MOVE "N" TO WS-FAC-MOSTRAR
           MOVE 0 TO FAC-NUMERO
           MOVE 0 TO FAC-LINEA
               DISPLAY "Sin facturas del cliente en el rango"
           ELSE
               DISPLAY "Facturas listadas: " WS-FAC-CONTADOR
               DISPLAY "Saldo pendiente de las facturas listadas: $"
                   WS-COB-SALDO-CLI
           END-IF

           DISPLAY "Emitir estado de cuenta del cliente (S/N): "
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
               PERFORM 538-EMITIR-ESTADO-CUENTA
           END-IF
           MOVE "N" TO WS-CONFIRMAR.

       483-EVALUAR-FACTURA-CLI.
           READ FACTURAS-ARCHIVO NEXT RECORD
                           AND FAC-FECHA <= WS-FIL-HASTA
                           MOVE "S" TO WS-FAC-MOSTRAR
                           ADD 1 TO WS-FAC-CONTADOR
                           ADD FAC-SALDO TO WS-COB-SALDO-CLI
                           DISPLAY "Factura: " FAC-NUMERO
                               " Fecha: " FAC-FECHA
                               " Total: $" FAC-TOTAL
                               " Saldo: $" FAC-SALDO
                               " Estado: " FAC-ESTADO
                       ELSE
                           MOVE "N" TO WS-FAC-MOSTRAR
                       END-IF
                   END-IF
           END-READ.

       484-LIBRO-IVA-VENTAS.
           DISPLAY "=== LIBRO DE IVA VENTAS ==="
           DISPLAY "Periodo (AAAAMM, blanco = mes actual): "
           MOVE SPACES TO WS-LIBRO-PERIODO
           ACCEPT WS-LIBRO-PERIODO
           IF WS-LIBRO-PERIODO = SPACES
               MOVE WS-FECHA-HOY(1:6) TO WS-LIBRO-PERIODO
           END-IF
           IF WS-LIBRO-PERIODO IS NOT NUMERIC
               OR WS-LIBRO-PERIODO < "190001"
               OR WS-LIBRO-PERIODO(5:2) < "01"
               OR WS-LIBRO-PERIODO(5:2) > "12"
               OR WS-LIBRO-PERIODO > WS-FECHA-HOY(1:6)
               DISPLAY "Periodo invalido"
           ELSE
               PERFORM 489-EMITIR-LIBRO-IVA
           END-IF.

       485-LIBRO-IVA-REGISTRO.
           READ FACTURAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FAC-STATUS
               NOT AT END
                   IF FAC-LINEA = 0
                       IF WS-LIB-PENDIENTE = "S"
                           PERFORM 486-LIBRO-IVA-FACTURA
                       END-IF
                       IF FAC-FECHA(1:6) = WS-LIBRO-PERIODO
                           MOVE "S" TO WS-LIB-PENDIENTE
                           MOVE FAC-NUMERO TO WS-LIB-FAC-NUM
                           MOVE FAC-FECHA TO WS-LIB-FECHA
                           MOVE FAC-CLI-ID TO WS-LIB-CLIENTE
                           MOVE FAC-TOTAL TO WS-LIB-FAC-TOTAL
                           MOVE 0 TO WS-LIB-FAC-GRAV-G
                           MOVE 0 TO WS-LIB-FAC-GRAV-R
                           MOVE 0 TO WS-LIB-FAC-EXENTO
                           MOVE 0 TO WS-LIB-FAC-IMP-G
                           MOVE 0 TO WS-LIB-FAC-IMP-R
                       END-IF
                   ELSE
                       IF WS-LIB-PENDIENTE = "S"
                           PERFORM 488-LIBRO-IVA-LINEA
                       END-IF
                   END-IF
           END-READ.

       486-LIBRO-IVA-FACTURA.
           MOVE "N" TO WS-LIB-PENDIENTE
           ADD 1 TO WS-LIB-FACTURAS
           MOVE WS-LIB-CLIENTE TO CLI-ID
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   MOVE "(no registrado)" TO CLI-NOMBRE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING WS-LIB-FECHA " - Factura " WS-LIB-FAC-NUM
                  " - Cliente " WS-LIB-CLIENTE " - " CLI-NOMBRE
                  " - Total: $" WS-LIB-FAC-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "    Grav. general: $" WS-LIB-FAC-GRAV-G
                  " - Imp: $" WS-LIB-FAC-IMP-G
                  " - Grav. reducido: $" WS-LIB-FAC-GRAV-R
                  " - Imp: $" WS-LIB-FAC-IMP-R
                  " - Exento: $" WS-LIB-FAC-EXENTO
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           ADD WS-LIB-FAC-GRAV-G TO WS-LIB-TOT-GRAV-G
           ADD WS-LIB-FAC-GRAV-R TO WS-LIB-TOT-GRAV-R
           ADD WS-LIB-FAC-EXENTO TO WS-LIB-TOT-EXENTO
           ADD WS-LIB-FAC-IMP-G TO WS-LIB-TOT-IMP-G
           ADD WS-LIB-FAC-IMP-R TO WS-LIB-TOT-IMP-R
           ADD WS-LIB-FAC-TOTAL TO WS-LIB-TOT-TOTAL.

       487-DETERMINAR-TASA.
           EVALUATE TRUE
               WHEN PROD-IMP-REDUCIDO
                   MOVE "R" TO WS-CATEG-LINEA
                   MOVE WS-TASA-REDUCIDA TO WS-TASA-LINEA
               WHEN PROD-IMP-EXENTO
                   MOVE "E" TO WS-CATEG-LINEA
                   MOVE 0 TO WS-TASA-LINEA
               WHEN OTHER
                   MOVE "G" TO WS-CATEG-LINEA
                   MOVE WS-TASA-GENERAL TO WS-TASA-LINEA
           END-EVALUATE.

       488-LIBRO-IVA-LINEA.
           EVALUATE TRUE
               WHEN FAC-IMP-REDUCIDO
                   ADD FAC-IMPORTE TO WS-LIB-FAC-GRAV-R
                   ADD FAC-IMPUESTO-LIN TO WS-LIB-FAC-IMP-R
               WHEN FAC-IMP-EXENTO
                   ADD FAC-IMPORTE TO WS-LIB-FAC-EXENTO
               WHEN OTHER
                   ADD FAC-IMPORTE TO WS-LIB-FAC-GRAV-G
                   ADD FAC-IMPUESTO-LIN TO WS-LIB-FAC-IMP-G
           END-EVALUATE.

       489-EMITIR-LIBRO-IVA.
           MOVE SPACES TO WS-NOMBRE-LIBRO-IVA
           STRING "libro_iva_ventas_" WS-LIBRO-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-LIBRO-IVA

           MOVE 0 TO WS-LIB-FACTURAS
           MOVE 0 TO WS-LIB-TOT-GRAV-G
           MOVE 0 TO WS-LIB-TOT-GRAV-R
           MOVE 0 TO WS-LIB-TOT-EXENTO
           MOVE 0 TO WS-LIB-TOT-IMP-G
           MOVE 0 TO WS-LIB-TOT-IMP-R
           MOVE 0 TO WS-LIB-TOT-TOTAL
           MOVE "N" TO WS-LIB-PENDIENTE

           OPEN OUTPUT REPORTE-LIBRO-IVA-ARCHIVO
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "LIBRO DE IVA VENTAS - PERIODO: " WS-LIBRO-PERIODO
                  " - EMITIDO: " WS-FECHA-HOY
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "Tasas: General " WS-TASA-GENERAL
                  "% - Reducida " WS-TASA-REDUCIDA
                  "% - Exento 0%"
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           MOVE ALL "-" TO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA

           MOVE 0 TO FAC-NUMERO
           MOVE 0 TO FAC-LINEA
           START FACTURAS-ARCHIVO KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FAC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FAC-STATUS
           END-START
           PERFORM 485-LIBRO-IVA-REGISTRO
               UNTIL WS-FAC-STATUS = "10"
           IF WS-LIB-PENDIENTE = "S"
               PERFORM 486-LIBRO-IVA-FACTURA
           END-IF

           COMPUTE WS-LIB-TOT-IMPUESTO =
               WS-LIB-TOT-IMP-G + WS-LIB-TOT-IMP-R
           MOVE SPACES TO LINEA-LIBRO-IVA
           MOVE ALL "-" TO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "TOTALES DEL PERIODO " WS-LIBRO-PERIODO
                  " - Facturas: " WS-LIB-FACTURAS
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "  Gravado tasa general: $" WS-LIB-TOT-GRAV-G
                  " - Impuesto tasa general: $" WS-LIB-TOT-IMP-G
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "  Gravado tasa reducida: $" WS-LIB-TOT-GRAV-R
                  " - Impuesto tasa reducida: $" WS-LIB-TOT-IMP-R
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "  Exento: $" WS-LIB-TOT-EXENTO
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           MOVE SPACES TO LINEA-LIBRO-IVA
           STRING "  TOTAL IMPUESTO: $" WS-LIB-TOT-IMPUESTO
                  " - TOTAL FACTURADO: $" WS-LIB-TOT-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-LIBRO-IVA
           WRITE LINEA-LIBRO-IVA
           CLOSE REPORTE-LIBRO-IVA-ARCHIVO

           DISPLAY "Facturas del periodo: " WS-LIB-FACTURAS
           DISPLAY "Total impuesto: $" WS-LIB-TOT-IMPUESTO
           DISPLAY "Libro en " WS-NOMBRE-LIBRO-IVA.

       COBRANZAS-SECTION SECTION.
       530-REGISTRAR-COBRO.
           DISPLAY "=== REGISTRO DE COBRO DE CLIENTE ==="
           MOVE "23" TO WS-CLI-STATUS
           PERFORM 467-VALIDAR-CLIENTE UNTIL WS-CLI-STATUS = "00"
           PERFORM 531-LISTAR-ABIERTAS-CLI

           IF WS-COB-ABIERTAS = 0
               DISPLAY "El cliente no tiene facturas con saldo"
                   " pendiente"
           ELSE
               DISPLAY "Saldo pendiente total: $" WS-COB-SALDO-CLI
               DISPLAY "Importe cobrado (0 = cancelar): "
               ACCEPT WS-COB-IMPORTE
               IF WS-COB-IMPORTE = 0
                   DISPLAY "Cobro cancelado"
               ELSE
                   MOVE SPACE TO WS-COB-MEDIO
                   PERFORM UNTIL WS-COB-MEDIO = "E"
                       OR WS-COB-MEDIO = "T"
                       OR WS-COB-MEDIO = "C"
                       DISPLAY "Medio de pago (E=Efectivo,"
                           " T=Transferencia, C=Cheque): "
                       ACCEPT WS-COB-MEDIO
                   END-PERFORM
                   DISPLAY "Referencia (cheque/transferencia): "
                   MOVE SPACES TO WS-COB-REFERENCIA
                   ACCEPT WS-COB-REFERENCIA
                   PERFORM 533-CREAR-CABECERA-COBRO
                   IF WS-COB-CAB-OK = "S"
                       MOVE WS-COB-IMPORTE TO WS-COB-RESTANTE
                       MOVE 0 TO WS-COB-LINEA-NUM
                       MOVE "N" TO WS-COB-FIN
                       PERFORM 534-APLICAR-A-FACTURA
                           UNTIL WS-COB-FIN = "S"
                           OR WS-COB-RESTANTE = 0
                       PERFORM 537-CERRAR-COBRO
                   END-IF
               END-IF
           END-IF.

       531-LISTAR-ABIERTAS-CLI.
           MOVE 0 TO WS-COB-ABIERTAS
           MOVE 0 TO WS-COB-SALDO-CLI
           MOVE 0 TO FAC-NUMERO
           MOVE 0 TO FAC-LINEA
           START FACTURAS-ARCHIVO KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FAC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FAC-STATUS
           END-START

           PERFORM UNTIL WS-FAC-STATUS = "10"
               READ FACTURAS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FAC-STATUS
                   NOT AT END
                       IF FAC-LINEA = 0
                           AND FAC-CLI-ID = WS-FAC-CLIENTE
                           AND FAC-SALDO > 0
                           ADD 1 TO WS-COB-ABIERTAS
                           ADD FAC-SALDO TO WS-COB-SALDO-CLI
                           DISPLAY "Factura: " FAC-NUMERO
                               " Fecha: " FAC-FECHA
                               " Vence: " FAC-VENCIMIENTO
                               " Total: $" FAC-TOTAL
                               " Saldo: $" FAC-SALDO
                       END-IF
               END-READ
           END-PERFORM.

       532-BUSCAR-ULTIMO-COBRO.
           MOVE 1 TO WS-PROX-COBRO
           MOVE 0 TO COB-NUMERO
           MOVE 0 TO COB-LINEA
           START COBROS-ARCHIVO KEY IS NOT LESS THAN COB-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-COB-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-COB-STATUS
           END-START

           PERFORM UNTIL WS-COB-STATUS = "10"
               READ COBROS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-COB-STATUS
                   NOT AT END
                       COMPUTE WS-PROX-COBRO = COB-NUMERO + 1
               END-READ
           END-PERFORM.

       533-CREAR-CABECERA-COBRO.
           MOVE "N" TO WS-COB-CAB-OK
           PERFORM 532-BUSCAR-ULTIMO-COBRO
           MOVE WS-PROX-COBRO TO WS-COBRO-NUM
           MOVE WS-COBRO-NUM TO COB-NUMERO
           MOVE 0 TO COB-LINEA
           MOVE SPACES TO COB-DATOS
           MOVE WS-FAC-CLIENTE TO COB-CLI-ID
           MOVE WS-FECHA-HOY TO COB-FECHA
           MOVE WS-COB-MEDIO TO COB-MEDIO
           MOVE WS-COB-REFERENCIA TO COB-REFERENCIA
           MOVE WS-OPERADOR-ID TO COB-EMP-ID
           MOVE WS-COB-IMPORTE TO COB-IMPORTE
           MOVE WS-COB-IMPORTE TO COB-NO-APLICADO
           WRITE REGISTRO-COBRO
               INVALID KEY
                   DISPLAY "Error al crear el cobro " WS-COBRO-NUM
               NOT INVALID KEY
                   MOVE "S" TO WS-COB-CAB-OK
                   DISPLAY "Cobro asignado: " WS-COBRO-NUM
           END-WRITE.

       534-APLICAR-A-FACTURA.
           DISPLAY "Restante por aplicar: $" WS-COB-RESTANTE
           DISPLAY "Factura a aplicar (0 para terminar): "
           ACCEPT WS-COB-FACTURA
           IF WS-COB-FACTURA = 0
               MOVE "S" TO WS-COB-FIN
           ELSE
               MOVE WS-COB-FACTURA TO FAC-NUMERO
               MOVE 0 TO FAC-LINEA
               READ FACTURAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "Factura no encontrada"
                   NOT INVALID KEY
                       IF FAC-CLI-ID NOT = WS-FAC-CLIENTE
                           DISPLAY "La factura no pertenece al"
                               " cliente"
                       ELSE
                           IF FAC-SALDO = 0
                               DISPLAY "La factura ya esta pagada"
                           ELSE
                               PERFORM 535-PEDIR-IMPORTE-APLICAR
                           END-IF
                       END-IF
               END-READ
           END-IF.

       535-PEDIR-IMPORTE-APLICAR.
           DISPLAY "Saldo de la factura: $" FAC-SALDO
           DISPLAY "Importe a aplicar (0 = el maximo posible): "
           ACCEPT WS-COB-APLICAR
           IF WS-COB-APLICAR = 0
               IF FAC-SALDO < WS-COB-RESTANTE
                   MOVE FAC-SALDO TO WS-COB-APLICAR
               ELSE
                   MOVE WS-COB-RESTANTE TO WS-COB-APLICAR
               END-IF
           END-IF
           IF WS-COB-APLICAR > WS-COB-RESTANTE
               DISPLAY "Error: excede el restante del cobro"
           ELSE
               IF WS-COB-APLICAR > FAC-SALDO
                   DISPLAY "Error: excede el saldo de la factura"
               ELSE
                   PERFORM 536-GRABAR-APLICACION
               END-IF
           END-IF.

       536-GRABAR-APLICACION.
           MOVE REGISTRO-FACTURA TO WS-AUD-ANTES
           MOVE FAC-SALDO TO WS-FAC-SALDO
           SUBTRACT WS-COB-APLICAR FROM FAC-SALDO
           IF FAC-SALDO = 0
               MOVE "P" TO FAC-ESTADO
           END-IF
           REWRITE REGISTRO-FACTURA
               INVALID KEY
                   DISPLAY "Error al actualizar el saldo de la"
                       " factura; no se aplico el importe"
               NOT INVALID KEY
                   MOVE "facturas.dat" TO WS-AUD-ARCHIVO
                   MOVE "M" TO WS-AUD-OPERACION
                   MOVE FAC-NUMERO TO WS-AUD-CLAVE
                   MOVE REGISTRO-FACTURA TO WS-AUD-DESPUES
                   PERFORM 985-REGISTRAR-AUDITORIA
                   SUBTRACT WS-COB-APLICAR FROM WS-COB-RESTANTE
                   ADD 1 TO WS-COB-LINEA-NUM
                   MOVE WS-COBRO-NUM TO COB-NUMERO
                   MOVE WS-COB-LINEA-NUM TO COB-LINEA
                   MOVE SPACES TO COB-DATOS
                   MOVE WS-COB-FACTURA TO COB-FAC-NUMERO
                   MOVE WS-COB-APLICAR TO COB-APLICADO
                   MOVE WS-FAC-SALDO TO COB-SALDO-ANTES
                   WRITE REGISTRO-COBRO
                       INVALID KEY
                           DISPLAY "AVISO: el saldo de la factura"
                               " se actualizo pero no se grabo la"
                               " linea del cobro; revise cobros.dat"
                       NOT INVALID KEY
                           IF FAC-SALDO = 0
                               DISPLAY "Factura " WS-COB-FACTURA
                                   " pagada en su totalidad"
                           ELSE
                               DISPLAY "Factura " WS-COB-FACTURA
                                   " - nuevo saldo: $" FAC-SALDO
                           END-IF
                   END-WRITE
           END-REWRITE.

       537-CERRAR-COBRO.
           MOVE WS-COBRO-NUM TO COB-NUMERO
           MOVE 0 TO COB-LINEA
           READ COBROS-ARCHIVO
               INVALID KEY
                   DISPLAY "No se encontro la cabecera del cobro"
               NOT INVALID KEY
                   MOVE WS-COB-RESTANTE TO COB-NO-APLICADO
                   REWRITE REGISTRO-COBRO
                       INVALID KEY
                           DISPLAY "Error al actualizar la cabecera"
                               " del cobro"
                       NOT INVALID KEY
                           MOVE "cobros.dat" TO WS-AUD-ARCHIVO
                           MOVE "A" TO WS-AUD-OPERACION
                           MOVE COB-NUMERO TO WS-AUD-CLAVE
                           MOVE SPACES TO WS-AUD-ANTES
                           MOVE REGISTRO-COBRO TO WS-AUD-DESPUES
                           PERFORM 985-REGISTRAR-AUDITORIA
                           DISPLAY "Cobro " WS-COBRO-NUM
                               " registrado - Importe: $"
                               WS-COB-IMPORTE
                           IF WS-COB-RESTANTE > 0
                               DISPLAY "Importe no aplicado (saldo a"
                                   " favor del cliente): $"
                                   WS-COB-RESTANTE
                           END-IF
                   END-REWRITE
           END-READ.

       538-EMITIR-ESTADO-CUENTA.
           MOVE WS-FAC-CLIENTE TO CLI-ID
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   MOVE "(no registrado)" TO CLI-NOMBRE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO WS-NOMBRE-ESTADO-CTA
           STRING "estado_cuenta_" WS-FAC-CLIENTE ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-ESTADO-CTA
           OPEN OUTPUT ESTADO-CUENTA-ARCHIVO

           MOVE SPACES TO LINEA-ESTADO-CTA
           STRING "ESTADO DE CUENTA - CLIENTE: " WS-FAC-CLIENTE
                  " - " CLI-NOMBRE " - FECHA: " WS-FECHA-HOY
                  DELIMITED BY SIZE
                  INTO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           MOVE ALL "-" TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           STRING "FACTURAS CON SALDO PENDIENTE"
                  DELIMITED BY SIZE
                  INTO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA

           PERFORM 547-LIMPIAR-TRAMOS-CLI
           MOVE 0 TO FAC-NUMERO
           MOVE 0 TO FAC-LINEA
           START FACTURAS-ARCHIVO KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FAC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FAC-STATUS
           END-START
           PERFORM 539-EC-FACTURA
               UNTIL WS-FAC-STATUS = "10"

           MOVE SPACES TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           IF WS-FIL-DESDE = SPACES
               STRING "COBROS RECIBIDOS HASTA EL " WS-FIL-HASTA
                      DELIMITED BY SIZE
                      INTO LINEA-ESTADO-CTA
           ELSE
               STRING "COBROS RECIBIDOS DEL " WS-FIL-DESDE
                      " AL " WS-FIL-HASTA
                      DELIMITED BY SIZE
                      INTO LINEA-ESTADO-CTA
           END-IF
           WRITE LINEA-ESTADO-CTA

           MOVE 0 TO WS-EC-COBROS
           MOVE "N" TO WS-COB-CAB-OK
           MOVE 0 TO COB-NUMERO
           MOVE 0 TO COB-LINEA
           START COBROS-ARCHIVO KEY IS NOT LESS THAN COB-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-COB-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-COB-STATUS
           END-START
           PERFORM 549-EC-COBRO
               UNTIL WS-COB-STATUS = "10"
           IF WS-EC-COBROS = 0
               MOVE SPACES TO LINEA-ESTADO-CTA
               STRING "  (sin cobros en el rango)"
                      DELIMITED BY SIZE
                      INTO LINEA-ESTADO-CTA
               WRITE LINEA-ESTADO-CTA
           END-IF

           MOVE SPACES TO LINEA-ESTADO-CTA
           MOVE ALL "-" TO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           STRING "ANTIGUEDAD - Corriente: $" WS-ANT-CLI-CORR
                  " - 1-30: $" WS-ANT-CLI-30
                  " - 31-60: $" WS-ANT-CLI-60
                  " - 61-90: $" WS-ANT-CLI-90
                  " - +90: $" WS-ANT-CLI-MAS90
                  DELIMITED BY SIZE
                  INTO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA
           MOVE SPACES TO LINEA-ESTADO-CTA
           STRING "SALDO TOTAL ADEUDADO: $" WS-ANT-CLI-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-ESTADO-CTA
           WRITE LINEA-ESTADO-CTA

           CLOSE ESTADO-CUENTA-ARCHIVO
           DISPLAY "Saldo total adeudado: $" WS-ANT-CLI-TOTAL
           DISPLAY "Estado de cuenta en " WS-NOMBRE-ESTADO-CTA.

       539-EC-FACTURA.
           READ FACTURAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FAC-STATUS
               NOT AT END
                   IF FAC-LINEA = 0
                       AND FAC-CLI-ID = WS-FAC-CLIENTE
                       AND FAC-SALDO > 0
                       COMPUTE WS-EC-PAGADO = FAC-TOTAL - FAC-SALDO
                       MOVE FAC-VENCIMIENTO TO WS-ANT-VENCE
                       MOVE FAC-SALDO TO WS-ANT-SALDO
                       PERFORM 546-ACUMULAR-TRAMO
                       MOVE SPACES TO LINEA-ESTADO-CTA
                       IF WS-DIAS-VENCIDO > 0
                           STRING "  Factura " FAC-NUMERO
                                  " - Fecha: " FAC-FECHA
                                  " - Vence: " FAC-VENCIMIENTO
                                  " - Total: $" FAC-TOTAL
                                  " - Pagado: $" WS-EC-PAGADO
                                  " - Saldo: $" FAC-SALDO
                                  DELIMITED BY SIZE
                                  INTO LINEA-ESTADO-CTA
                           WRITE LINEA-ESTADO-CTA
                           MOVE SPACES TO LINEA-ESTADO-CTA
                           STRING "      Dias vencida: "
                                  WS-DIAS-VENCIDO
                                  DELIMITED BY SIZE
                                  INTO LINEA-ESTADO-CTA
                       ELSE
                           STRING "  Factura " FAC-NUMERO
                                  " - Fecha: " FAC-FECHA
                                  " - Vence: " FAC-VENCIMIENTO
                                  " - Total: $" FAC-TOTAL
                                  " - Pagado: $" WS-EC-PAGADO
                                  " - Saldo: $" FAC-SALDO
                                  " - Al dia"
                                  DELIMITED BY SIZE
                                  INTO LINEA-ESTADO-CTA
                       END-IF
                       WRITE LINEA-ESTADO-CTA
                   END-IF
           END-READ.

       549-EC-COBRO.
           READ COBROS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-COB-STATUS
               NOT AT END
                   IF COB-LINEA = 0
                       IF COB-CLI-ID = WS-FAC-CLIENTE
                           AND (WS-FIL-DESDE = SPACES
                                OR COB-FECHA >= WS-FIL-DESDE)
                           AND COB-FECHA <= WS-FIL-HASTA
                           MOVE "S" TO WS-COB-CAB-OK
                           ADD 1 TO WS-EC-COBROS
                           MOVE SPACES TO LINEA-ESTADO-CTA
                           STRING "  Cobro " COB-NUMERO
                                  " - Fecha: " COB-FECHA
                                  " - Medio: " COB-MEDIO
                                  " - Ref: " COB-REFERENCIA
                                  " - Importe: $" COB-IMPORTE
                                  " - No aplicado: $" COB-NO-APLICADO
                                  DELIMITED BY SIZE
                                  INTO LINEA-ESTADO-CTA
                           WRITE LINEA-ESTADO-CTA
                       ELSE
                           MOVE "N" TO WS-COB-CAB-OK
                       END-IF
                   ELSE
                       IF WS-COB-CAB-OK = "S"
                           MOVE SPACES TO LINEA-ESTADO-CTA
                           STRING "      Aplicado a factura "
                                  COB-FAC-NUMERO ": $" COB-APLICADO
                                  DELIMITED BY SIZE
                                  INTO LINEA-ESTADO-CTA
                           WRITE LINEA-ESTADO-CTA
                       END-IF
                   END-IF
           END-READ.

       540-REPORTE-ANTIGUEDAD.
           DISPLAY "=== ANTIGUEDAD DE SALDOS DE CLIENTES ==="
           MOVE 0 TO WS-ANT-CLIENTES
           MOVE 0 TO WS-ANT-FACTURAS
           MOVE 0 TO WS-ANT-TOT-CORR
           MOVE 0 TO WS-ANT-TOT-30
           MOVE 0 TO WS-ANT-TOT-60
           MOVE 0 TO WS-ANT-TOT-90
           MOVE 0 TO WS-ANT-TOT-MAS90
           MOVE 0 TO WS-ANT-TOT-TOTAL

           SORT ARCHIVO-ORDEN-COBRANZA
               ON ASCENDING KEY ROC-CLI-ID ROC-FAC-NUMERO
               INPUT PROCEDURE IS 541-CARGAR-SALDOS-ABIERTOS
               OUTPUT PROCEDURE IS 542-IMPRIMIR-ANTIGUEDAD

           DISPLAY "Clientes con saldo: " WS-ANT-CLIENTES
               " - Facturas abiertas: " WS-ANT-FACTURAS
           DISPLAY "Total por cobrar: $" WS-ANT-TOT-TOTAL
           DISPLAY "Detalle en " WS-NOMBRE-ANTIG

           IF WS-MODO-LOTE = "S"
               MOVE SPACES TO WS-BIT-TEXTO
               STRING "ANTIGUEDAD " WS-FECHA-HOY(1:8)
                      " Clientes: " WS-ANT-CLIENTES
                      " Facturas: " WS-ANT-FACTURAS
                      DELIMITED BY SIZE INTO WS-BIT-TEXTO
               PERFORM 055-ANOTAR-BITACORA
           END-IF.

       541-CARGAR-SALDOS-ABIERTOS.
           MOVE 0 TO FAC-NUMERO
           MOVE 0 TO FAC-LINEA
           START FACTURAS-ARCHIVO KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FAC-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FAC-STATUS
           END-START

           PERFORM 543-LIBERAR-FACTURA-ABIERTA
               UNTIL WS-FAC-STATUS = "10".

       543-LIBERAR-FACTURA-ABIERTA.
           READ FACTURAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FAC-STATUS
               NOT AT END
                   IF FAC-LINEA = 0 AND FAC-SALDO > 0
                       MOVE FAC-CLI-ID TO ROC-CLI-ID
                       MOVE FAC-NUMERO TO ROC-FAC-NUMERO
                       MOVE FAC-VENCIMIENTO TO ROC-VENCIMIENTO
                       MOVE FAC-SALDO TO ROC-SALDO
                       RELEASE REG-ORDEN-COBRANZA
                   END-IF
           END-READ.

       542-IMPRIMIR-ANTIGUEDAD.
           OPEN OUTPUT REPORTE-ANTIG-ARCHIVO
           MOVE SPACES TO LINEA-ANTIG
           STRING "ANTIGUEDAD DE SALDOS POR CLIENTE - FECHA: "
                  WS-FECHA-HOY " - PLAZO DE CREDITO: "
                  WS-PLAZO-CREDITO " DIAS"
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           MOVE SPACES TO LINEA-ANTIG
           STRING "Tramos por dias vencidos: Corriente (no"
                  " vencido), 1-30, 31-60, 61-90, +90"
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           MOVE SPACES TO LINEA-ANTIG
           MOVE ALL "-" TO LINEA-ANTIG
           WRITE LINEA-ANTIG

           MOVE "S" TO WS-ANT-PRIMERO
           MOVE 0 TO WS-ANT-CLI-ANT
           PERFORM 547-LIMPIAR-TRAMOS-CLI
           MOVE "N" TO WS-ANT-FIN-ORDEN
           PERFORM UNTIL WS-ANT-FIN-ORDEN = "S"
               RETURN ARCHIVO-ORDEN-COBRANZA
                   AT END
                       MOVE "S" TO WS-ANT-FIN-ORDEN
                   NOT AT END
                       PERFORM 544-PROCESAR-SALDO-ABIERTO
               END-RETURN
           END-PERFORM

           IF WS-ANT-PRIMERO = "N"
               PERFORM 545-IMPRIMIR-LINEA-CLIENTE
           END-IF

           MOVE SPACES TO LINEA-ANTIG
           MOVE ALL "-" TO LINEA-ANTIG
           WRITE LINEA-ANTIG
           MOVE SPACES TO LINEA-ANTIG
           STRING "TOTALES - Clientes: " WS-ANT-CLIENTES
                  " - Facturas abiertas: " WS-ANT-FACTURAS
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           MOVE SPACES TO LINEA-ANTIG
           STRING "  Corriente: $" WS-ANT-TOT-CORR
                  " - 1-30: $" WS-ANT-TOT-30
                  " - 31-60: $" WS-ANT-TOT-60
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           MOVE SPACES TO LINEA-ANTIG
           STRING "  61-90: $" WS-ANT-TOT-90
                  " - +90: $" WS-ANT-TOT-MAS90
                  " - TOTAL POR COBRAR: $" WS-ANT-TOT-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           CLOSE REPORTE-ANTIG-ARCHIVO.

       544-PROCESAR-SALDO-ABIERTO.
           IF WS-ANT-PRIMERO = "S"
               MOVE "N" TO WS-ANT-PRIMERO
               MOVE ROC-CLI-ID TO WS-ANT-CLI-ANT
           ELSE
               IF ROC-CLI-ID NOT = WS-ANT-CLI-ANT
                   PERFORM 545-IMPRIMIR-LINEA-CLIENTE
                   PERFORM 547-LIMPIAR-TRAMOS-CLI
                   MOVE ROC-CLI-ID TO WS-ANT-CLI-ANT
               END-IF
           END-IF
           ADD 1 TO WS-ANT-FACTURAS
           MOVE ROC-VENCIMIENTO TO WS-ANT-VENCE
           MOVE ROC-SALDO TO WS-ANT-SALDO
           PERFORM 546-ACUMULAR-TRAMO.

       545-IMPRIMIR-LINEA-CLIENTE.
           ADD 1 TO WS-ANT-CLIENTES
           MOVE WS-ANT-CLI-ANT TO CLI-ID
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   MOVE "(no registrado)" TO CLI-NOMBRE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO LINEA-ANTIG
           STRING "Cliente " WS-ANT-CLI-ANT " - " CLI-NOMBRE
                  " - Saldo total: $" WS-ANT-CLI-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           MOVE SPACES TO LINEA-ANTIG
           STRING "  Corriente: $" WS-ANT-CLI-CORR
                  " - 1-30: $" WS-ANT-CLI-30
                  " - 31-60: $" WS-ANT-CLI-60
                  " - 61-90: $" WS-ANT-CLI-90
                  " - +90: $" WS-ANT-CLI-MAS90
                  DELIMITED BY SIZE
                  INTO LINEA-ANTIG
           WRITE LINEA-ANTIG
           ADD WS-ANT-CLI-CORR TO WS-ANT-TOT-CORR
           ADD WS-ANT-CLI-30 TO WS-ANT-TOT-30
           ADD WS-ANT-CLI-60 TO WS-ANT-TOT-60
           ADD WS-ANT-CLI-90 TO WS-ANT-TOT-90
           ADD WS-ANT-CLI-MAS90 TO WS-ANT-TOT-MAS90
           ADD WS-ANT-CLI-TOTAL TO WS-ANT-TOT-TOTAL.

       546-ACUMULAR-TRAMO.
           MOVE 0 TO WS-DIAS-VENCIDO
           IF WS-ANT-VENCE(1:8) IS NUMERIC
               MOVE WS-ANT-VENCE(1:8) TO WS-FECHA-NUM
               COMPUTE WS-DIAS-VENCIDO =
                   0 - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               MOVE WS-FECHA-HOY(1:8) TO WS-FECHA-NUM
               COMPUTE WS-DIAS-VENCIDO = WS-DIAS-VENCIDO +
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-VENCIDO <= 0
                   ADD WS-ANT-SALDO TO WS-ANT-CLI-CORR
               WHEN WS-DIAS-VENCIDO <= 30
                   ADD WS-ANT-SALDO TO WS-ANT-CLI-30
               WHEN WS-DIAS-VENCIDO <= 60
                   ADD WS-ANT-SALDO TO WS-ANT-CLI-60
               WHEN WS-DIAS-VENCIDO <= 90
                   ADD WS-ANT-SALDO TO WS-ANT-CLI-90
               WHEN OTHER
                   ADD WS-ANT-SALDO TO WS-ANT-CLI-MAS90
           END-EVALUATE
           ADD WS-ANT-SALDO TO WS-ANT-CLI-TOTAL.

       547-LIMPIAR-TRAMOS-CLI.
           MOVE 0 TO WS-ANT-CLI-CORR
           MOVE 0 TO WS-ANT-CLI-30
           MOVE 0 TO WS-ANT-CLI-60
           MOVE 0 TO WS-ANT-CLI-90
           MOVE 0 TO WS-ANT-CLI-MAS90
           MOVE 0 TO WS-ANT-CLI-TOTAL.

       KITS-SECTION SECTION.
       550-GESTIONAR-KITS.
           MOVE "N" TO WS-CONFIRMAR
           PERFORM UNTIL WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
               DISPLAY " "
               DISPLAY "=== KITS Y ENSAMBLES ==="
               DISPLAY "1. Registrar Componentes de un Kit"
               DISPLAY "2. Consultar Estructura de un Kit"
               DISPLAY "3. Quitar Componente de un Kit"
               DISPLAY "4. Ensamblar Kits"
               DISPLAY "5. Desarmar Kits"
               DISPLAY "6. Consultar Documento de Ensamble"
               DISPLAY "7. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-7): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 551-REGISTRAR-COMPONENTES
                   WHEN 2
                       PERFORM 553-CONSULTAR-ESTRUCTURA
                   WHEN 3
                       PERFORM 554-QUITAR-COMPONENTE
                   WHEN 4
                       PERFORM 560-ENSAMBLAR-KITS
                   WHEN 5
                       PERFORM 570-DESARMAR-KITS
                   WHEN 6
                       PERFORM 580-CONSULTAR-ENSAMBLE
                   WHEN 7
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       551-REGISTRAR-COMPONENTES.
           DISPLAY "=== REGISTRO DE COMPONENTES DE KIT ==="
           DISPLAY "Kit:"
           PERFORM 310-BUSCAR-PRODUCTO
           IF WS-PROD-STATUS = "00"
               MOVE PROD-ID TO WS-KIT-ID
               PERFORM 577-BUSCAR-COMO-COMPONENTE
               IF WS-KIT-USADO = "S"
                   DISPLAY "Error: el producto es componente de otro"
                       " kit; no puede tener su propia estructura"
                   MOVE "N" TO WS-CONFIRMAR
               ELSE
                   MOVE "S" TO WS-CONFIRMAR
               END-IF
               PERFORM UNTIL WS-CONFIRMAR NOT = "S"
                   AND WS-CONFIRMAR NOT = "s"
                   DISPLAY "Componente:"
                   PERFORM 310-BUSCAR-PRODUCTO
                   IF WS-PROD-STATUS = "00"
                       PERFORM 552-GRABAR-COMPONENTE
                   END-IF
                   DISPLAY "Registrar otro componente (S/N): "
                   ACCEPT WS-CONFIRMAR
               END-PERFORM
               MOVE "N" TO WS-CONFIRMAR
           END-IF.

       552-GRABAR-COMPONENTE.
           MOVE PROD-ID TO WS-KIT-COMP
           PERFORM 576-BUSCAR-ESTRUCTURA
           IF WS-KIT-COMP = WS-KIT-ID
               DISPLAY "Error: el kit no puede ser componente de"
                   " si mismo"
           ELSE
           IF WS-KIT-USADO = "S"
               DISPLAY "Error: el componente tiene su propia"
                   " estructura de kit; ensamblelo primero y"
               DISPLAY "no lo anide en otra estructura"
           ELSE
               DISPLAY "Cantidad por kit: "
               ACCEPT MAT-CANTIDAD
               IF MAT-CANTIDAD = 0
                   DISPLAY "Error: la cantidad debe ser mayor a"
                       " cero"
               ELSE
                   MOVE MAT-CANTIDAD TO WS-KIT-NECESARIO
                   MOVE WS-KIT-ID TO MAT-KIT-ID
                   MOVE WS-KIT-COMP TO MAT-COMP-ID
                   READ MATERIALES-ARCHIVO
                       INVALID KEY
                           MOVE WS-KIT-NECESARIO TO MAT-CANTIDAD
                           MOVE WS-FECHA-HOY TO MAT-FECHA
                           MOVE WS-OPERADOR-ID TO MAT-EMP-ID
                           WRITE REGISTRO-MATERIAL
                               INVALID KEY
                                   DISPLAY "Error al registrar el"
                                       " componente"
                               NOT INVALID KEY
                                   DISPLAY "Componente registrado"
                                   MOVE "A" TO WS-AUD-OPERACION
                                   MOVE SPACES TO WS-AUD-ANTES
                                   MOVE REGISTRO-MATERIAL
                                       TO WS-AUD-DESPUES
                                   PERFORM 557-AUDITAR-MATERIAL
                           END-WRITE
                       NOT INVALID KEY
                           MOVE REGISTRO-MATERIAL TO WS-AUD-ANTES
                           MOVE WS-KIT-NECESARIO TO MAT-CANTIDAD
                           MOVE WS-FECHA-HOY TO MAT-FECHA
                           MOVE WS-OPERADOR-ID TO MAT-EMP-ID
                           REWRITE REGISTRO-MATERIAL
                               INVALID KEY
                                   DISPLAY "Error al actualizar el"
                                       " componente"
                               NOT INVALID KEY
                                   DISPLAY "Cantidad del componente"
                                       " actualizada"
                                   MOVE "M" TO WS-AUD-OPERACION
                                   MOVE REGISTRO-MATERIAL
                                       TO WS-AUD-DESPUES
                                   PERFORM 557-AUDITAR-MATERIAL
                           END-REWRITE
                   END-READ
               END-IF
           END-IF
           END-IF.

       553-CONSULTAR-ESTRUCTURA.
           DISPLAY "=== ESTRUCTURA DE KIT ==="
           PERFORM 310-BUSCAR-PRODUCTO
           IF WS-PROD-STATUS = "00"
               MOVE PROD-ID TO WS-KIT-ID
               MOVE PROD-NOMBRE TO WS-KIT-NOMBRE
               PERFORM 555-CARGAR-ESTRUCTURA
               IF WS-KIT-TOTAL = 0
                   DISPLAY "El producto no tiene estructura de kit"
               ELSE
                   MOVE 1 TO WS-KIT-CANTIDAD
                   PERFORM 558-COSTEAR-KIT
                   PERFORM 563-MOSTRAR-COSTEO
               END-IF
           END-IF.

       554-QUITAR-COMPONENTE.
           DISPLAY "=== QUITAR COMPONENTE DE KIT ==="
           DISPLAY "ID Kit: "
           ACCEPT MAT-KIT-ID
           DISPLAY "ID Componente: "
           ACCEPT MAT-COMP-ID
           MOVE MAT-KIT-ID TO WS-KIT-ID
           READ MATERIALES-ARCHIVO
               INVALID KEY
                   DISPLAY "El componente no figura en la"
                       " estructura del kit"
               NOT INVALID KEY
                   DISPLAY "Cantidad por kit: " MAT-CANTIDAD
                   DISPLAY "Confirma quitar el componente (S/N): "
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
                       MOVE REGISTRO-MATERIAL TO WS-AUD-ANTES
                       DELETE MATERIALES-ARCHIVO
                           INVALID KEY
                               DISPLAY "Error al quitar el"
                                   " componente"
                           NOT INVALID KEY
                               DISPLAY "Componente quitado"
                               MOVE "B" TO WS-AUD-OPERACION
                               MOVE SPACES TO WS-AUD-DESPUES
                               PERFORM 557-AUDITAR-MATERIAL
                       END-DELETE
                   ELSE
                       DISPLAY "Operacion cancelada"
                   END-IF
                   MOVE "N" TO WS-CONFIRMAR
           END-READ.

       555-CARGAR-ESTRUCTURA.
           MOVE 0 TO WS-KIT-TOTAL
           MOVE WS-KIT-ID TO MAT-KIT-ID
           MOVE 0 TO MAT-COMP-ID
           START MATERIALES-ARCHIVO KEY IS NOT LESS THAN MAT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-MAT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-MAT-STATUS
           END-START

           PERFORM 556-LEER-COMPONENTE
               UNTIL WS-MAT-STATUS = "10".

       556-LEER-COMPONENTE.
           READ MATERIALES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-MAT-STATUS
               NOT AT END
                   IF MAT-KIT-ID NOT = WS-KIT-ID
                       MOVE "10" TO WS-MAT-STATUS
                   ELSE
                       IF WS-KIT-TOTAL < 30
                           ADD 1 TO WS-KIT-TOTAL
                           MOVE MAT-COMP-ID
                               TO WS-KIT-COMP-ID(WS-KIT-TOTAL)
                           MOVE MAT-CANTIDAD
                               TO WS-KIT-COMP-CANT(WS-KIT-TOTAL)
                           MOVE 0 TO WS-KIT-COMP-TOTAL(WS-KIT-TOTAL)
                           MOVE 0 TO WS-KIT-COMP-COSTO(WS-KIT-TOTAL)
                           MOVE "N" TO WS-KIT-COMP-POST(WS-KIT-TOTAL)
                       ELSE
                           DISPLAY "AVISO: el kit tiene mas de 30"
                               " componentes; se ignora el "
                               MAT-COMP-ID
                       END-IF
                   END-IF
           END-READ.

       557-AUDITAR-MATERIAL.
           MOVE "materiales.dat" TO WS-AUD-ARCHIVO
           MOVE WS-KIT-ID TO WS-AUD-CLAVE
           PERFORM 985-REGISTRAR-AUDITORIA.

       558-COSTEAR-KIT.
           MOVE 0 TO WS-WAC-TOTAL
           MOVE "N" TO WS-WAC-AVISADO
           MOVE WS-FECHA-HOY(1:6) TO WS-SNAP-PERIODO
           IF WS-SNAP-MM = 12
               ADD 1 TO WS-SNAP-AA
               MOVE 1 TO WS-SNAP-MM
           ELSE
               ADD 1 TO WS-SNAP-MM
           END-IF
           MOVE WS-SNAP-PERIODO TO WS-SNAP-PERIODO-CIERRE
           PERFORM 906-CARGAR-SNAPSHOT-PREVIO

           CLOSE MOVIMIENTOS-ARCHIVO
           OPEN INPUT MOVIMIENTOS-ARCHIVO
           PERFORM UNTIL WS-MOV-STATUS = "10"
               READ MOVIMIENTOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MOV-STATUS
                   NOT AT END
                       IF ES-ENTRADA
                           MOVE MOV-PROD-ID TO WS-WAC-ACU-PROD
                           MOVE MOV-CANTIDAD TO WS-WAC-ACU-CANT
                           COMPUTE WS-WAC-ACU-VALOR =
                               MOV-CANTIDAD * MOV-PRECIO-UNIT
                           PERFORM 917-WAC-ACUMULAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVIMIENTOS-ARCHIVO
           OPEN I-O MOVIMIENTOS-ARCHIVO
           IF WS-MOV-STATUS = "35"
               OPEN OUTPUT MOVIMIENTOS-ARCHIVO
               CLOSE MOVIMIENTOS-ARCHIVO
               OPEN I-O MOVIMIENTOS-ARCHIVO
           END-IF

           MOVE "S" TO WS-KIT-OK
           MOVE 0 TO WS-KIT-COSTO-ARMADO
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-TOTAL
               COMPUTE WS-KIT-NECESARIO =
                   WS-KIT-COMP-CANT(WS-KIT-IDX) * WS-KIT-CANTIDAD
               IF WS-KIT-NECESARIO > 99999
                   DISPLAY "Error: la cantidad del componente "
                       WS-KIT-COMP-ID(WS-KIT-IDX)
                       " excede el maximo por movimiento"
                   MOVE "N" TO WS-KIT-OK
               ELSE
                   MOVE WS-KIT-NECESARIO
                       TO WS-KIT-COMP-TOTAL(WS-KIT-IDX)
               END-IF
               MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO MOV-PROD-ID
               MOVE 0 TO MOV-PRECIO-UNIT
               PERFORM 937-ASI-COSTO-PROMEDIO
               MOVE WS-ASI-COSTO TO WS-KIT-COMP-COSTO(WS-KIT-IDX)
               COMPUTE WS-KIT-COSTO-ARMADO =
                   WS-KIT-COSTO-ARMADO +
                   WS-KIT-COMP-CANT(WS-KIT-IDX) * WS-ASI-COSTO
           END-PERFORM

           IF WS-KIT-COSTO-ARMADO > 9999999,99
               DISPLAY "Error: el costo unitario del kit excede el"
                   " maximo admitido"
               MOVE "N" TO WS-KIT-OK
           ELSE
               MOVE WS-KIT-COSTO-ARMADO TO WS-KIT-COSTO-UNIT
           END-IF

           MOVE WS-KIT-ID TO MOV-PROD-ID
           MOVE 0 TO MOV-PRECIO-UNIT
           PERFORM 937-ASI-COSTO-PROMEDIO
           MOVE WS-ASI-COSTO TO WS-KIT-COSTO-PROM

           MOVE WS-KIT-ID TO PROD-ID
           READ PRODUCTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Error: el kit ya no existe"
                   MOVE "N" TO WS-KIT-OK
           END-READ.

       559-VERIFICAR-USO-KIT.
           MOVE PROD-ID TO WS-KIT-COMP
           PERFORM 576-BUSCAR-ESTRUCTURA
           IF WS-KIT-USADO = "N"
               MOVE 0 TO MAT-KIT-ID
               MOVE 0 TO MAT-COMP-ID
               START MATERIALES-ARCHIVO
                   KEY IS NOT LESS THAN MAT-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-MAT-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-MAT-STATUS
               END-START
               PERFORM UNTIL WS-MAT-STATUS = "10"
                   OR WS-KIT-USADO = "S"
                   READ MATERIALES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MAT-STATUS
                       NOT AT END
                           IF MAT-COMP-ID = WS-KIT-COMP
                               MOVE "S" TO WS-KIT-USADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       560-ENSAMBLAR-KITS.
           DISPLAY "=== ENSAMBLE DE KITS ==="
           MOVE "A" TO WS-ENS-TIPO
           PERFORM 561-PREPARAR-KIT
           IF WS-KIT-OK = "S"
               MOVE 0 TO WS-KIT-FALTANTES
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TOTAL
                   MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO WS-KIT-COMP
                   MOVE WS-KIT-COMP-TOTAL(WS-KIT-IDX)
                       TO WS-KIT-NECESARIO
                   PERFORM 562-VERIFICAR-DISPONIBLE
               END-PERFORM
               IF WS-KIT-FALTANTES > 0
                   DISPLAY "Ensamble rechazado: " WS-KIT-FALTANTES
                       " componente(s) sin stock suficiente en la"
                       " ubicacion " WS-UBI-SEL
               ELSE
                   PERFORM 563-MOSTRAR-COSTEO
                   DISPLAY "Confirma el ensamble (S/N): "
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
                       PERFORM 565-EJECUTAR-ENSAMBLE
                   ELSE
                       DISPLAY "Ensamble cancelado"
                   END-IF
                   MOVE "N" TO WS-CONFIRMAR
               END-IF
           END-IF.

       561-PREPARAR-KIT.
           MOVE "N" TO WS-KIT-OK
           DISPLAY "Kit:"
           PERFORM 310-BUSCAR-PRODUCTO
           IF WS-PROD-STATUS = "00"
               MOVE PROD-ID TO WS-KIT-ID
               MOVE PROD-NOMBRE TO WS-KIT-NOMBRE
               PERFORM 555-CARGAR-ESTRUCTURA
               IF WS-KIT-TOTAL = 0
                   DISPLAY "El producto no tiene estructura de kit;"
                   DISPLAY "registre sus componentes primero"
               ELSE
                   PERFORM 315-ELEGIR-UBICACION
                   DISPLAY "Cantidad de kits: "
                   ACCEPT WS-KIT-CANTIDAD
                   IF WS-KIT-CANTIDAD = 0
                       DISPLAY "Nada que procesar"
                   ELSE
                       PERFORM 558-COSTEAR-KIT
                   END-IF
               END-IF
           END-IF.

       562-VERIFICAR-DISPONIBLE.
           MOVE WS-KIT-COMP TO PROD-ID
           READ PRODUCTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Faltante: el producto " WS-KIT-COMP
                       " no existe"
                   ADD 1 TO WS-KIT-FALTANTES
               NOT INVALID KEY
                   MOVE 0 TO WS-RES-SEL
                   PERFORM 426-CALCULAR-ATP
                   MOVE PROD-ID TO SU-PROD-ID
                   MOVE WS-UBI-SEL TO SU-UBI-ID
                   READ STOCK-UBI-ARCHIVO
                       INVALID KEY
                           MOVE 0 TO SU-CANTIDAD
                   END-READ
                   COMPUTE WS-DISP-UBI =
                       SU-CANTIDAD - WS-RESERVADO-UBI
                   IF WS-KIT-NECESARIO > WS-DISP-TOTAL
                       OR WS-KIT-NECESARIO > WS-DISP-UBI
                       DISPLAY "Faltante: " PROD-ID " - "
                           PROD-NOMBRE
                       DISPLAY "  necesario: " WS-KIT-NECESARIO
                           " - disponible en ubicacion: "
                           WS-DISP-UBI
                           " - disponible total: " WS-DISP-TOTAL
                       ADD 1 TO WS-KIT-FALTANTES
                   END-IF
           END-READ.

       563-MOSTRAR-COSTEO.
           DISPLAY "Kit " WS-KIT-ID " - " WS-KIT-NOMBRE
               " - Cantidad: " WS-KIT-CANTIDAD
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-TOTAL
               DISPLAY "  Componente " WS-KIT-COMP-ID(WS-KIT-IDX)
                   " - Por kit: " WS-KIT-COMP-CANT(WS-KIT-IDX)
                   " - Total: " WS-KIT-COMP-TOTAL(WS-KIT-IDX)
                   " - Costo prom.: $"
                   WS-KIT-COMP-COSTO(WS-KIT-IDX)
           END-PERFORM
           DISPLAY "Costo unitario armado: $" WS-KIT-COSTO-ARMADO
           DISPLAY "Costo promedio actual del kit: $"
               WS-KIT-COSTO-PROM.

       565-EJECUTAR-ENSAMBLE.
           PERFORM 567-CREAR-CABECERA-ENS
           IF WS-ENS-CAB-OK = "S"
               MOVE WS-ENS-NUM TO WS-SALIDA-DOC
               MOVE "ENS" TO WS-SALIDA-MOTIVO
               MOVE WS-ENS-NUM TO WS-ENTRADA-DOC
               MOVE "ENS" TO WS-ENTRADA-MOTIVO
               MOVE 0 TO WS-KIT-POSTEADOS
               MOVE "S" TO WS-KIT-OK
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TOTAL
                   OR WS-KIT-OK = "N"
                   PERFORM 568-CONSUMIR-COMPONENTE
               END-PERFORM

               IF WS-KIT-OK = "S"
                   MOVE WS-KIT-ID TO PROD-ID
                   READ PRODUCTOS-ARCHIVO
                       INVALID KEY
                           DISPLAY "Error: el kit ya no existe"
                           MOVE "N" TO WS-KIT-OK
                   END-READ
               END-IF
               IF WS-KIT-OK = "S"
                   IF PROD-PERECEDERO-SI
                       DISPLAY "Lote de los kits ensamblados:"
                   END-IF
                   MOVE WS-KIT-CANTIDAD TO MOV-CANTIDAD
                   MOVE WS-KIT-COSTO-UNIT TO MOV-PRECIO-UNIT
                   MOVE WS-OPERADOR-ID TO MOV-EMP-ID
                   PERFORM 325-POSTEAR-ENTRADA
                   IF WS-ENTRADA-OK = "N"
                       MOVE "N" TO WS-KIT-OK
                   END-IF
               END-IF

               IF WS-KIT-OK = "S"
                   MOVE "C" TO WS-ENS-ESTADO
                   PERFORM 571-ACTUALIZAR-CABECERA-ENS
                   DISPLAY "Ensamble " WS-ENS-NUM " completado: "
                       WS-KIT-CANTIDAD " kits a $" WS-KIT-COSTO-UNIT
               ELSE
                   DISPLAY "No se pudo completar el ensamble; se"
                       " reingresan los componentes consumidos"
                   PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-TOTAL
                       IF WS-KIT-COMP-POST(WS-KIT-IDX) = "S"
                           PERFORM 575-REVERTIR-COMPONENTE
                       END-IF
                   END-PERFORM
                   IF WS-KIT-POSTEADOS = 0
                       MOVE "R" TO WS-ENS-ESTADO
                   ELSE
                       MOVE "I" TO WS-ENS-ESTADO
                       DISPLAY "AVISO: quedaron componentes sin"
                           " reingresar; revise el documento "
                           WS-ENS-NUM
                   END-IF
                   PERFORM 571-ACTUALIZAR-CABECERA-ENS
               END-IF
               MOVE SPACES TO WS-SALIDA-MOTIVO
               MOVE SPACES TO WS-ENTRADA-MOTIVO
           END-IF.

       566-BUSCAR-ULTIMO-ENSAMBLE.
           MOVE 1 TO WS-PROX-ENS
           MOVE 0 TO ENS-NUMERO
           MOVE 0 TO ENS-LINEA
           START ENSAMBLES-ARCHIVO KEY IS NOT LESS THAN ENS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-ENS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ENS-STATUS
           END-START

           PERFORM UNTIL WS-ENS-STATUS = "10"
               READ ENSAMBLES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ENS-STATUS
                   NOT AT END
                       COMPUTE WS-PROX-ENS = ENS-NUMERO + 1
               END-READ
           END-PERFORM.

       567-CREAR-CABECERA-ENS.
           MOVE "N" TO WS-ENS-CAB-OK
           PERFORM 566-BUSCAR-ULTIMO-ENSAMBLE
           MOVE WS-PROX-ENS TO WS-ENS-NUM
           MOVE WS-ENS-NUM TO ENS-NUMERO
           MOVE 0 TO ENS-LINEA
           MOVE SPACES TO ENS-DATOS
           MOVE WS-ENS-TIPO TO ENS-TIPO
           MOVE WS-KIT-ID TO ENS-KIT-ID
           MOVE WS-KIT-CANTIDAD TO ENS-CANTIDAD
           MOVE WS-UBI-SEL TO ENS-UBICACION
           MOVE WS-FECHA-HOY TO ENS-FECHA
           MOVE WS-OPERADOR-ID TO ENS-EMP-ID
           IF ENS-DESARME
               MOVE WS-KIT-COSTO-PROM TO ENS-COSTO-UNIT
           ELSE
               MOVE WS-KIT-COSTO-UNIT TO ENS-COSTO-UNIT
           END-IF
           MOVE "P" TO ENS-ESTADO
           WRITE REGISTRO-ENSAMBLE
               INVALID KEY
                   DISPLAY "Error al crear el documento de"
                       " ensamble " WS-ENS-NUM
               NOT INVALID KEY
                   MOVE "S" TO WS-ENS-CAB-OK
                   DISPLAY "Documento de ensamble: " WS-ENS-NUM
           END-WRITE.

       568-CONSUMIR-COMPONENTE.
           MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO PROD-ID
           READ PRODUCTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Error: el componente " PROD-ID
                       " ya no existe"
                   MOVE "N" TO WS-KIT-OK
               NOT INVALID KEY
                   DISPLAY "Componente " PROD-ID " - " PROD-NOMBRE
                   MOVE WS-KIT-COMP-TOTAL(WS-KIT-IDX)
                       TO MOV-CANTIDAD
                   MOVE WS-KIT-COMP-COSTO(WS-KIT-IDX)
                       TO WS-SALIDA-PRECIO
                   MOVE WS-OPERADOR-ID TO MOV-EMP-ID
                   MOVE 0 TO WS-RES-SEL
                   PERFORM 426-CALCULAR-ATP
                   MOVE "N" TO WS-SALIDA-OK
                   PERFORM 415-POSTEAR-SALIDA
                   IF WS-SALIDA-OK = "S"
                       MOVE "S" TO WS-KIT-COMP-POST(WS-KIT-IDX)
                       ADD 1 TO WS-KIT-POSTEADOS
                       PERFORM 572-GRABAR-LINEA-ENS
                   ELSE
                       MOVE "N" TO WS-KIT-OK
                   END-IF
           END-READ.

       570-DESARMAR-KITS.
           DISPLAY "=== DESARME DE KITS ==="
           MOVE "D" TO WS-ENS-TIPO
           PERFORM 561-PREPARAR-KIT
           IF WS-KIT-OK = "S"
               MOVE 0 TO WS-KIT-FALTANTES
               MOVE WS-KIT-ID TO WS-KIT-COMP
               MOVE WS-KIT-CANTIDAD TO WS-KIT-NECESARIO
               PERFORM 562-VERIFICAR-DISPONIBLE
               IF WS-KIT-FALTANTES > 0
                   DISPLAY "Desarme rechazado: kits insuficientes"
                       " en la ubicacion " WS-UBI-SEL
               ELSE
                   IF WS-KIT-COSTO-ARMADO > 0
                       COMPUTE WS-KIT-FACTOR ROUNDED =
                           WS-KIT-COSTO-PROM / WS-KIT-COSTO-ARMADO
                   ELSE
                       MOVE 0 TO WS-KIT-FACTOR
                   END-IF
                   PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-TOTAL
                       COMPUTE WS-KIT-COMP-COSTO(WS-KIT-IDX) ROUNDED
                           = WS-KIT-COMP-COSTO(WS-KIT-IDX)
                           * WS-KIT-FACTOR
                   END-PERFORM
                   PERFORM 563-MOSTRAR-COSTEO
                   DISPLAY "Los componentes se reingresan"
                       " prorrateando el costo promedio del kit"
                   DISPLAY "Confirma el desarme (S/N): "
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
                       PERFORM 573-EJECUTAR-DESARME
                   ELSE
                       DISPLAY "Desarme cancelado"
                   END-IF
                   MOVE "N" TO WS-CONFIRMAR
               END-IF
           END-IF.

       571-ACTUALIZAR-CABECERA-ENS.
           MOVE WS-ENS-NUM TO ENS-NUMERO
           MOVE 0 TO ENS-LINEA
           READ ENSAMBLES-ARCHIVO
               INVALID KEY
                   DISPLAY "AVISO: no se pudo releer el documento"
                       " de ensamble " WS-ENS-NUM
               NOT INVALID KEY
                   MOVE WS-ENS-ESTADO TO ENS-ESTADO
                   REWRITE REGISTRO-ENSAMBLE
                       INVALID KEY
                           DISPLAY "AVISO: no se pudo actualizar el"
                               " documento de ensamble " WS-ENS-NUM
                   END-REWRITE
           END-READ.

       572-GRABAR-LINEA-ENS.
           MOVE WS-ENS-NUM TO ENS-NUMERO
           MOVE WS-KIT-IDX TO ENS-LINEA
           MOVE SPACES TO ENS-DATOS
           MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO ENS-COMP-ID
           MOVE WS-KIT-COMP-TOTAL(WS-KIT-IDX) TO ENS-COMP-CANT
           MOVE WS-KIT-COMP-COSTO(WS-KIT-IDX) TO ENS-COMP-COSTO
           MOVE "S" TO ENS-COMP-ESTADO
           WRITE REGISTRO-ENSAMBLE
               INVALID KEY
                   DISPLAY "AVISO: no se registro la linea "
                       WS-KIT-IDX " del documento " WS-ENS-NUM
           END-WRITE.

       573-EJECUTAR-DESARME.
           PERFORM 567-CREAR-CABECERA-ENS
           IF WS-ENS-CAB-OK = "S"
               MOVE WS-ENS-NUM TO WS-SALIDA-DOC
               MOVE "DES" TO WS-SALIDA-MOTIVO
               MOVE WS-ENS-NUM TO WS-ENTRADA-DOC
               MOVE "DES" TO WS-ENTRADA-MOTIVO
               MOVE 0 TO WS-KIT-POSTEADOS
               MOVE WS-KIT-ID TO PROD-ID
               READ PRODUCTOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "Error: el kit ya no existe"
                       MOVE "N" TO WS-SALIDA-OK
                   NOT INVALID KEY
                       MOVE WS-KIT-CANTIDAD TO MOV-CANTIDAD
                       MOVE WS-KIT-COSTO-PROM TO WS-SALIDA-PRECIO
                       MOVE WS-OPERADOR-ID TO MOV-EMP-ID
                       MOVE 0 TO WS-RES-SEL
                       PERFORM 426-CALCULAR-ATP
                       MOVE "N" TO WS-SALIDA-OK
                       PERFORM 415-POSTEAR-SALIDA
               END-READ

               IF WS-SALIDA-OK = "N"
                   MOVE "R" TO WS-ENS-ESTADO
                   PERFORM 571-ACTUALIZAR-CABECERA-ENS
                   DISPLAY "Desarme no realizado"
               ELSE
                   PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-TOTAL
                       PERFORM 574-REPONER-COMPONENTE
                   END-PERFORM
                   IF WS-KIT-POSTEADOS = WS-KIT-TOTAL
                       MOVE "C" TO WS-ENS-ESTADO
                       DISPLAY "Desarme " WS-ENS-NUM " completado: "
                           WS-KIT-CANTIDAD " kits"
                   ELSE
                       MOVE "I" TO WS-ENS-ESTADO
                       DISPLAY "AVISO: desarme " WS-ENS-NUM
                           " incompleto; reingrese a mano los"
                           " componentes que no figuran en el"
                           " documento"
                   END-IF
                   PERFORM 571-ACTUALIZAR-CABECERA-ENS
               END-IF
               MOVE SPACES TO WS-SALIDA-MOTIVO
               MOVE SPACES TO WS-ENTRADA-MOTIVO
           END-IF.

       574-REPONER-COMPONENTE.
           MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO PROD-ID
           READ PRODUCTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "AVISO: el componente " PROD-ID
                       " ya no existe; no se reingresa"
               NOT INVALID KEY
                   DISPLAY "Componente " PROD-ID " - " PROD-NOMBRE
                   IF PROD-PERECEDERO-SI
                       DISPLAY "Lote del componente reingresado:"
                   END-IF
                   MOVE WS-KIT-COMP-TOTAL(WS-KIT-IDX)
                       TO MOV-CANTIDAD
                   MOVE WS-KIT-COMP-COSTO(WS-KIT-IDX)
                       TO MOV-PRECIO-UNIT
                   MOVE WS-OPERADOR-ID TO MOV-EMP-ID
                   PERFORM 325-POSTEAR-ENTRADA
                   IF WS-ENTRADA-OK = "S"
                       MOVE "S" TO WS-KIT-COMP-POST(WS-KIT-IDX)
                       ADD 1 TO WS-KIT-POSTEADOS
                       PERFORM 572-GRABAR-LINEA-ENS
                   END-IF
           END-READ.

       575-REVERTIR-COMPONENTE.
           MOVE WS-KIT-COMP-ID(WS-KIT-IDX) TO PROD-ID
           READ PRODUCTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "AVISO: el componente " PROD-ID
                       " ya no existe; no se reingresa"
               NOT INVALID KEY
                   DISPLAY "Reingreso del componente " PROD-ID
                       " - " PROD-NOMBRE
                   IF PROD-PERECEDERO-SI
                       DISPLAY "Lote del componente reingresado:"
                   END-IF
                   MOVE WS-KIT-COMP-TOTAL(WS-KIT-IDX)
                       TO MOV-CANTIDAD
                   MOVE WS-KIT-COMP-COSTO(WS-KIT-IDX)
                       TO MOV-PRECIO-UNIT
                   MOVE WS-OPERADOR-ID TO MOV-EMP-ID
                   PERFORM 325-POSTEAR-ENTRADA
                   IF WS-ENTRADA-OK = "S"
                       SUBTRACT 1 FROM WS-KIT-POSTEADOS
                       MOVE "R" TO WS-KIT-COMP-POST(WS-KIT-IDX)
                       MOVE WS-ENS-NUM TO ENS-NUMERO
                       MOVE WS-KIT-IDX TO ENS-LINEA
                       READ ENSAMBLES-ARCHIVO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "R" TO ENS-COMP-ESTADO
                               REWRITE REGISTRO-ENSAMBLE
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-READ
                   END-IF
           END-READ.

       576-BUSCAR-ESTRUCTURA.
           MOVE "N" TO WS-KIT-USADO
           MOVE WS-KIT-COMP TO MAT-KIT-ID
           MOVE 0 TO MAT-COMP-ID
           START MATERIALES-ARCHIVO KEY IS NOT LESS THAN MAT-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MATERIALES-ARCHIVO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MAT-KIT-ID = WS-KIT-COMP
                               MOVE "S" TO WS-KIT-USADO
                           END-IF
                   END-READ
           END-START.

       577-BUSCAR-COMO-COMPONENTE.
           MOVE "N" TO WS-KIT-USADO
           MOVE 0 TO MAT-KIT-ID
           MOVE 0 TO MAT-COMP-ID
           START MATERIALES-ARCHIVO
               KEY IS NOT LESS THAN MAT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-MAT-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-MAT-STATUS
           END-START
           PERFORM UNTIL WS-MAT-STATUS = "10"
               OR WS-KIT-USADO = "S"
               READ MATERIALES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MAT-STATUS
                   NOT AT END
                       IF MAT-COMP-ID = WS-KIT-ID
                           MOVE "S" TO WS-KIT-USADO
                       END-IF
               END-READ
           END-PERFORM.

       580-CONSULTAR-ENSAMBLE.
           DISPLAY "=== CONSULTA DE DOCUMENTO DE ENSAMBLE ==="
           DISPLAY "Numero de documento: "
           ACCEPT WS-ENS-NUM
           MOVE WS-ENS-NUM TO ENS-NUMERO
           MOVE 0 TO ENS-LINEA
           READ ENSAMBLES-ARCHIVO
               INVALID KEY
                   DISPLAY "Documento no encontrado"
               NOT INVALID KEY
                   IF ENS-ARMADO
                       DISPLAY "Ensamble " ENS-NUMERO
                   ELSE
                       DISPLAY "Desarme " ENS-NUMERO
                   END-IF
                   DISPLAY "Fecha: " ENS-FECHA " - Operador: "
                       ENS-EMP-ID " - Ubicacion: " ENS-UBICACION
                   DISPLAY "Kit: " ENS-KIT-ID " - Cantidad: "
                       ENS-CANTIDAD " - Costo unitario: $"
                       ENS-COSTO-UNIT
                   EVALUATE TRUE
                       WHEN ENS-COMPLETO
                           DISPLAY "Estado: COMPLETO"
                       WHEN ENS-REVERTIDO
                           DISPLAY "Estado: REVERTIDO"
                       WHEN ENS-INCOMPLETO
                           DISPLAY "Estado: INCOMPLETO"
                       WHEN OTHER
                           DISPLAY "Estado: EN PROCESO"
                   END-EVALUATE
                   MOVE 1 TO ENS-LINEA
                   START ENSAMBLES-ARCHIVO
                       KEY IS NOT LESS THAN ENS-CLAVE
                       INVALID KEY
                           MOVE "10" TO WS-ENS-STATUS
                       NOT INVALID KEY
                           MOVE "00" TO WS-ENS-STATUS
                   END-START
                   PERFORM 581-MOSTRAR-LINEA-ENS
                       UNTIL WS-ENS-STATUS = "10"
           END-READ.

       581-MOSTRAR-LINEA-ENS.
           READ ENSAMBLES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-ENS-STATUS
               NOT AT END
                   IF ENS-NUMERO NOT = WS-ENS-NUM
                       MOVE "10" TO WS-ENS-STATUS
                   ELSE
                       IF ENS-COMP-REVERTIDO
                           DISPLAY "  Componente " ENS-COMP-ID
                               " - Cantidad: " ENS-COMP-CANT
                               " - Costo: $" ENS-COMP-COSTO
                               " (reingresado)"
                       ELSE
                           DISPLAY "  Componente " ENS-COMP-ID
                               " - Cantidad: " ENS-COMP-CANT
                               " - Costo: $" ENS-COMP-COSTO
                       END-IF
                   END-IF
           END-READ.

       MINIMOS-SECTION SECTION.
       786-GESTIONAR-MINIMOS.
           MOVE "N" TO WS-CONFIRMAR
           PERFORM UNTIL WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
               DISPLAY " "
               DISPLAY "=== RECALCULO DE STOCK MINIMO ==="
               DISPLAY "1. Calcular Propuesta de Minimos"
               DISPLAY "2. Revisar Propuestas Linea por Linea"
               DISPLAY "3. Aprobar Todas las Propuestas Pendientes"
               DISPLAY "4. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-4): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 787-CALCULAR-MINIMOS
                   WHEN 2
                       PERFORM 793-REVISAR-MINIMOS
                   WHEN 3
                       PERFORM 795-APROBAR-TODOS-MINIMOS
                   WHEN 4
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       787-CALCULAR-MINIMOS.
           DISPLAY "=== CALCULO DE STOCK MINIMO POR DEMANDA ==="
           CLOSE MINIMOS-ARCHIVO
           OPEN OUTPUT MINIMOS-ARCHIVO
           CLOSE MINIMOS-ARCHIVO
           OPEN I-O MINIMOS-ARCHIVO
           IF WS-MIN-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo preparar minimos.dat"
                   " (status " WS-MIN-STATUS ")"
           ELSE
               MOVE 0 TO WS-DEM-TOTAL
               MOVE "N" TO WS-DEM-AVISADO
               MOVE SPACES TO WS-MIN-PRIMERA

               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               PERFORM WS-MIN-MESES TIMES
                   IF WS-PERIODO-MM = 1
                       SUBTRACT 1 FROM WS-PERIODO-AA
                       MOVE 12 TO WS-PERIODO-MM
                   ELSE
                       SUBTRACT 1 FROM WS-PERIODO-MM
                   END-IF
               END-PERFORM
               PERFORM 825-AVANZAR-PERIODO
               MOVE SPACES TO WS-MIN-DESDE
               STRING WS-PERIODO "01" DELIMITED BY SIZE
                   INTO WS-MIN-DESDE
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-FIN
               PERFORM 788-DEMANDA-ARCHIVO-HIST
                   UNTIL WS-PERIODO > WS-PERIODO-FIN

               CLOSE MOVIMIENTOS-ARCHIVO
               OPEN INPUT MOVIMIENTOS-ARCHIVO
               PERFORM UNTIL WS-MOV-STATUS = "10"
                   READ MOVIMIENTOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-MOV-STATUS
                       NOT AT END
                           PERFORM 789-DEMANDA-MOV
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-ARCHIVO
               OPEN I-O MOVIMIENTOS-ARCHIVO
               IF WS-MOV-STATUS = "35"
                   OPEN OUTPUT MOVIMIENTOS-ARCHIVO
                   CLOSE MOVIMIENTOS-ARCHIVO
                   OPEN I-O MOVIMIENTOS-ARCHIVO
               END-IF

               PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
                   UNTIL WS-DEM-IDX > WS-DEM-TOTAL
                   IF WS-DEM-DIA-CANT(WS-DEM-IDX) >
                       WS-DEM-PICO(WS-DEM-IDX)
                       MOVE WS-DEM-DIA-CANT(WS-DEM-IDX)
                           TO WS-DEM-PICO(WS-DEM-IDX)
                   END-IF
               END-PERFORM

               IF WS-MIN-PRIMERA = SPACES
                   MOVE 0 TO WS-MIN-DIAS
               ELSE
                   MOVE WS-MIN-PRIMERA TO WS-FECHA-NUM
                   COMPUTE WS-MIN-DIAS =
                       0 - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                   MOVE WS-FECHA-HOY(1:8) TO WS-FECHA-NUM
                   COMPUTE WS-MIN-DIAS = WS-MIN-DIAS + 1 +
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               END-IF

               MOVE 0 TO WS-PERF-TOTAL
               MOVE "N" TO WS-PERF-ACTIVA
               MOVE "N" TO WS-PERF-AVISADO
               MOVE SPACES TO WS-PERF-DESDE
               MOVE WS-FECHA-HOY TO WS-PERF-HASTA
               MOVE 0 TO ORD-NUMERO
               MOVE 0 TO ORD-LINEA
               START ORDENES-ARCHIVO KEY IS NOT LESS THAN ORD-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-ORD-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-ORD-STATUS
               END-START
               PERFORM 767-EVALUAR-ORDEN-PERF
                   UNTIL WS-ORD-STATUS = "10"

               OPEN OUTPUT REPORTE-MINIMOS-ARCHIVO
               MOVE SPACES TO LINEA-MINIMOS
               STRING "REVISION DE STOCK MINIMO POR DEMANDA - FECHA: "
                      WS-FECHA-HOY
                      DELIMITED BY SIZE
                      INTO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               MOVE SPACES TO LINEA-MINIMOS
               STRING "Salidas desde " WS-MIN-DESDE
                      " - Dias con historia: " WS-MIN-DIAS
                      " - Minimo = pico diario x plazo promedio +"
                      " promedio diario x (plazo maximo - plazo"
                      " promedio)"
                      DELIMITED BY SIZE
                      INTO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               MOVE SPACES TO LINEA-MINIMOS
               MOVE ALL "-" TO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               MOVE WS-CAB-MINIMO TO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               MOVE SPACES TO LINEA-MINIMOS
               MOVE ALL "-" TO LINEA-MINIMOS
               WRITE LINEA-MINIMOS

               MOVE 0 TO WS-MIN-LEIDOS
               MOVE 0 TO WS-MIN-CAMBIOS
               MOVE 0 TO WS-MIN-SUBEN
               MOVE 0 TO WS-MIN-BAJAN
               MOVE 0 TO PROD-ID
               START PRODUCTOS-ARCHIVO
                   KEY IS NOT LESS THAN PROD-ID
                   INVALID KEY
                       MOVE "10" TO WS-PROD-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-PROD-STATUS
               END-START
               PERFORM 791-PROPONER-MINIMO
                   UNTIL WS-PROD-STATUS = "10"

               MOVE SPACES TO LINEA-MINIMOS
               MOVE ALL "-" TO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               MOVE SPACES TO LINEA-MINIMOS
               STRING "Productos evaluados: " WS-MIN-LEIDOS
                      " - Propuestas de cambio: " WS-MIN-CAMBIOS
                      " (suben: " WS-MIN-SUBEN
                      " - bajan: " WS-MIN-BAJAN ")"
                      DELIMITED BY SIZE
                      INTO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               MOVE SPACES TO LINEA-MINIMOS
               STRING "* Proveedor sin ordenes cerradas: se usa un"
                      " plazo estimado de " WS-MIN-PLAZO-DEF " dias"
                      DELIMITED BY SIZE
                      INTO LINEA-MINIMOS
               WRITE LINEA-MINIMOS
               CLOSE REPORTE-MINIMOS-ARCHIVO

               DISPLAY "Productos evaluados: " WS-MIN-LEIDOS
               DISPLAY "Propuestas de cambio pendientes de"
                   " aprobacion: " WS-MIN-CAMBIOS
               DISPLAY "Detalle en " WS-NOMBRE-MINIMOS
           END-IF.

       788-DEMANDA-ARCHIVO-HIST.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-HIST
           STRING "movimientos_" WS-PERIODO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-HIST
           OPEN INPUT ARCHIVO-HISTORICO
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS = "10"
                   READ ARCHIVO-HISTORICO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           MOVE REGISTRO-HISTORICO
                               TO REGISTRO-MOVIMIENTO
                           PERFORM 789-DEMANDA-MOV
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORICO
           END-IF
           PERFORM 825-AVANZAR-PERIODO.

       789-DEMANDA-MOV.
           IF MOV-FECHA(1:8) >= WS-MIN-DESDE
               AND MOV-FECHA(1:8) <= WS-FECHA-HOY(1:8)
               IF WS-MIN-PRIMERA = SPACES
                   OR MOV-FECHA(1:8) < WS-MIN-PRIMERA
                   MOVE MOV-FECHA(1:8) TO WS-MIN-PRIMERA
               END-IF
               IF ES-SALIDA AND MOV-MOTIVO NOT = "DES"
                   PERFORM 790-DEMANDA-ACUMULAR
               END-IF
           END-IF.

       790-DEMANDA-ACUMULAR.
           MOVE "N" TO WS-DEM-HALLADO
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-DEM-TOTAL
               OR WS-DEM-HALLADO = "S"
               IF WS-DEM-PROD(WS-DEM-IDX) = MOV-PROD-ID
                   MOVE WS-DEM-IDX TO WS-DEM-IDX-ACT
                   MOVE "S" TO WS-DEM-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEM-HALLADO = "N"
               IF WS-DEM-TOTAL < 1000
                   ADD 1 TO WS-DEM-TOTAL
                   MOVE WS-DEM-TOTAL TO WS-DEM-IDX-ACT
                   MOVE MOV-PROD-ID TO WS-DEM-PROD(WS-DEM-IDX-ACT)
                   MOVE 0 TO WS-DEM-CONSUMO(WS-DEM-IDX-ACT)
                   MOVE 0 TO WS-DEM-PICO(WS-DEM-IDX-ACT)
                   MOVE MOV-FECHA(1:8) TO WS-DEM-DIA(WS-DEM-IDX-ACT)
                   MOVE 0 TO WS-DEM-DIA-CANT(WS-DEM-IDX-ACT)
                   MOVE "S" TO WS-DEM-HALLADO
               ELSE
                   IF WS-DEM-AVISADO = "N"
                       DISPLAY "AVISO: tabla de demanda llena (1000"
                           " productos); los excedentes se"
                           " calculan sin consumo"
                       MOVE "S" TO WS-DEM-AVISADO
                   END-IF
               END-IF
           END-IF
           IF WS-DEM-HALLADO = "S"
               IF WS-DEM-DIA(WS-DEM-IDX-ACT) NOT = MOV-FECHA(1:8)
                   IF WS-DEM-DIA-CANT(WS-DEM-IDX-ACT) >
                       WS-DEM-PICO(WS-DEM-IDX-ACT)
                       MOVE WS-DEM-DIA-CANT(WS-DEM-IDX-ACT)
                           TO WS-DEM-PICO(WS-DEM-IDX-ACT)
                   END-IF
                   MOVE MOV-FECHA(1:8) TO WS-DEM-DIA(WS-DEM-IDX-ACT)
                   MOVE 0 TO WS-DEM-DIA-CANT(WS-DEM-IDX-ACT)
               END-IF
               ADD MOV-CANTIDAD TO WS-DEM-DIA-CANT(WS-DEM-IDX-ACT)
               ADD MOV-CANTIDAD TO WS-DEM-CONSUMO(WS-DEM-IDX-ACT)
           END-IF.

       791-PROPONER-MINIMO.
           READ PRODUCTOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-PROD-STATUS
               NOT AT END
                   ADD 1 TO WS-MIN-LEIDOS
                   MOVE 0 TO WS-MIN-CONSUMO
                   MOVE 0 TO WS-MIN-PICO
                   PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
                       UNTIL WS-DEM-IDX > WS-DEM-TOTAL
                       IF WS-DEM-PROD(WS-DEM-IDX) = PROD-ID
                           MOVE WS-DEM-CONSUMO(WS-DEM-IDX)
                               TO WS-MIN-CONSUMO
                           MOVE WS-DEM-PICO(WS-DEM-IDX)
                               TO WS-MIN-PICO
                       END-IF
                   END-PERFORM
                   IF WS-MIN-DIAS > 0
                       COMPUTE WS-MIN-PROM ROUNDED =
                           WS-MIN-CONSUMO / WS-MIN-DIAS
                   ELSE
                       MOVE 0 TO WS-MIN-PROM
                   END-IF
                   PERFORM 792-PLAZO-PROVEEDOR

                   COMPUTE WS-MIN-CALCULO =
                       WS-MIN-PICO * WS-MIN-PLAZO-PROM +
                       WS-MIN-PROM *
                       (WS-MIN-PLAZO-MAX - WS-MIN-PLAZO-PROM)
                   IF WS-MIN-CALCULO > 99999
                       MOVE 99999 TO WS-MIN-PROPUESTO
                   ELSE
                       MOVE WS-MIN-CALCULO TO WS-MIN-PROPUESTO
                       IF WS-MIN-CALCULO > WS-MIN-PROPUESTO
                           ADD 1 TO WS-MIN-PROPUESTO
                       END-IF
                   END-IF

                   MOVE PROD-ID TO WS-LMI-ID
                   MOVE PROD-NOMBRE TO WS-LMI-NOMBRE
                   MOVE PROD-STOCK-MIN TO WS-LMI-ACTUAL
                   MOVE WS-MIN-PROPUESTO TO WS-LMI-PROPUESTO
                   MOVE WS-MIN-PROM TO WS-LMI-PROM
                   MOVE WS-MIN-PICO TO WS-LMI-PICO
                   MOVE WS-MIN-PLAZO-PROM TO WS-LMI-PLAZO-PROM
                   MOVE WS-MIN-PLAZO-MAX TO WS-LMI-PLAZO-MAX
                   IF WS-MIN-ESTIMADO = "S"
                       MOVE "*" TO WS-LMI-ESTIMADO
                   ELSE
                       MOVE SPACE TO WS-LMI-ESTIMADO
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-MIN-PROPUESTO > PROD-STOCK-MIN
                           MOVE "SUBE" TO WS-LMI-CAMBIO
                           ADD 1 TO WS-MIN-SUBEN
                       WHEN WS-MIN-PROPUESTO < PROD-STOCK-MIN
                           MOVE "BAJA" TO WS-LMI-CAMBIO
                           ADD 1 TO WS-MIN-BAJAN
                       WHEN OTHER
                           MOVE "=" TO WS-LMI-CAMBIO
                   END-EVALUATE
                   MOVE WS-LINEA-MINIMO TO LINEA-MINIMOS
                   WRITE LINEA-MINIMOS

                   IF WS-MIN-PROPUESTO NOT = PROD-STOCK-MIN
                       MOVE PROD-ID TO MIN-PROD-ID
                       MOVE WS-FECHA-HOY TO MIN-FECHA-CALC
                       MOVE PROD-STOCK-MIN TO MIN-ACTUAL
                       MOVE WS-MIN-PROPUESTO TO MIN-PROPUESTO
                       MOVE WS-MIN-PROM TO MIN-PROM-DIARIO
                       MOVE WS-MIN-PICO TO MIN-PICO-DIARIO
                       MOVE WS-MIN-PLAZO-PROM TO MIN-PLAZO-PROM
                       MOVE WS-MIN-PLAZO-MAX TO MIN-PLAZO-MAX
                       MOVE WS-MIN-ESTIMADO TO MIN-PLAZO-ESTIMADO
                       MOVE "P" TO MIN-ESTADO
                       MOVE 0 TO MIN-EMP-APRUEBA
                       MOVE SPACES TO MIN-FECHA-APRUEBA
                       WRITE REGISTRO-MINIMO
                           INVALID KEY
                               DISPLAY "AVISO: no se registro la"
                                   " propuesta del producto " PROD-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-MIN-CAMBIOS
                       END-WRITE
                   END-IF
           END-READ.

       792-PLAZO-PROVEEDOR.
           MOVE "S" TO WS-MIN-ESTIMADO
           MOVE WS-MIN-PLAZO-DEF TO WS-MIN-PLAZO-PROM
           MOVE WS-MIN-PLAZO-DEF TO WS-MIN-PLAZO-MAX
           PERFORM VARYING WS-PERF-IDX FROM 1 BY 1
               UNTIL WS-PERF-IDX > WS-PERF-TOTAL
               IF WS-PERF-PROV(WS-PERF-IDX) = PROD-PROVEEDOR
                   AND WS-PERF-CIERRES(WS-PERF-IDX) > 0
                   COMPUTE WS-MIN-PLAZO-PROM ROUNDED =
                       WS-PERF-DIAS-TOT(WS-PERF-IDX) /
                       WS-PERF-CIERRES(WS-PERF-IDX)
                   MOVE WS-PERF-DIAS-MAX(WS-PERF-IDX)
                       TO WS-MIN-PLAZO-MAX
                   MOVE "N" TO WS-MIN-ESTIMADO
               END-IF
           END-PERFORM
           IF WS-MIN-PLAZO-PROM < 1
               MOVE 1 TO WS-MIN-PLAZO-PROM
           END-IF
           IF WS-MIN-PLAZO-MAX < WS-MIN-PLAZO-PROM
               MOVE WS-MIN-PLAZO-PROM TO WS-MIN-PLAZO-MAX
           END-IF.

       793-REVISAR-MINIMOS.
           DISPLAY "=== REVISION DE PROPUESTAS DE MINIMO ==="
           PERFORM 796-VALIDAR-SUPERVISOR
           IF WS-MIN-AUTORIZADO = "S"
               MOVE 0 TO WS-MIN-APROBADOS
               MOVE 0 TO WS-MIN-RECHAZADOS
               MOVE "N" TO WS-MIN-FIN
               MOVE 0 TO MIN-PROD-ID
               START MINIMOS-ARCHIVO
                   KEY IS NOT LESS THAN MIN-PROD-ID
                   INVALID KEY
                       MOVE "10" TO WS-MIN-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-MIN-STATUS
               END-START
               PERFORM 794-REVISAR-UNA-PROPUESTA
                   UNTIL WS-MIN-STATUS = "10"
                   OR WS-MIN-FIN = "S"
               DISPLAY "Aprobadas: " WS-MIN-APROBADOS
                   " - Rechazadas: " WS-MIN-RECHAZADOS
           END-IF.

       794-REVISAR-UNA-PROPUESTA.
           READ MINIMOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-MIN-STATUS
               NOT AT END
                   IF MIN-PENDIENTE
                       MOVE MIN-PROD-ID TO PROD-ID
                       READ PRODUCTOS-ARCHIVO
                           INVALID KEY
                               MOVE "(eliminado)" TO PROD-NOMBRE
                       END-READ
                       DISPLAY " "
                       DISPLAY "Producto " MIN-PROD-ID " - "
                           PROD-NOMBRE
                       DISPLAY "  Minimo actual: " MIN-ACTUAL
                           " - Propuesto: " MIN-PROPUESTO
                       DISPLAY "  Promedio diario: " MIN-PROM-DIARIO
                           " - Pico diario: " MIN-PICO-DIARIO
                       IF MIN-PLAZO-ESTIMADO = "S"
                           DISPLAY "  Plazo promedio: " MIN-PLAZO-PROM
                               " - maximo: " MIN-PLAZO-MAX
                               " (estimado)"
                       ELSE
                           DISPLAY "  Plazo promedio: " MIN-PLAZO-PROM
                               " - maximo: " MIN-PLAZO-MAX
                       END-IF
                       DISPLAY "A=Aprobar R=Rechazar O=Omitir"
                           " F=Fin: "
                       MOVE SPACE TO WS-MIN-DECISION
                       ACCEPT WS-MIN-DECISION
                       EVALUATE WS-MIN-DECISION
                           WHEN "A"
                           WHEN "a"
                               PERFORM 797-APLICAR-MINIMO
                           WHEN "R"
                           WHEN "r"
                               MOVE "R" TO MIN-ESTADO
                               MOVE WS-MIN-APROBADOR
                                   TO MIN-EMP-APRUEBA
                               MOVE WS-FECHA-HOY TO MIN-FECHA-APRUEBA
                               REWRITE REGISTRO-MINIMO
                                   INVALID KEY
                                       DISPLAY "AVISO: no se marco"
                                           " la propuesta"
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MIN-RECHAZADOS
                               END-REWRITE
                           WHEN "F"
                           WHEN "f"
                               MOVE "S" TO WS-MIN-FIN
                           WHEN OTHER
                               DISPLAY "Propuesta omitida; queda"
                                   " pendiente"
                       END-EVALUATE
                   END-IF
           END-READ.

       795-APROBAR-TODOS-MINIMOS.
           DISPLAY "=== APROBACION MASIVA DE MINIMOS ==="
           MOVE 0 TO WS-MIN-CAMBIOS
           MOVE 0 TO MIN-PROD-ID
           START MINIMOS-ARCHIVO KEY IS NOT LESS THAN MIN-PROD-ID
               INVALID KEY
                   MOVE "10" TO WS-MIN-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-MIN-STATUS
           END-START
           PERFORM UNTIL WS-MIN-STATUS = "10"
               READ MINIMOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MIN-STATUS
                   NOT AT END
                       IF MIN-PENDIENTE
                           ADD 1 TO WS-MIN-CAMBIOS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MIN-CAMBIOS = 0
               DISPLAY "No hay propuestas pendientes"
           ELSE
               DISPLAY "Propuestas pendientes: " WS-MIN-CAMBIOS
               DISPLAY "Revise " WS-NOMBRE-MINIMOS
                   " antes de aprobar"
               PERFORM 796-VALIDAR-SUPERVISOR
               IF WS-MIN-AUTORIZADO = "S"
                   DISPLAY "Confirma aprobar todas las propuestas"
                       " pendientes (S/N): "
                   ACCEPT WS-CONFIRMAR
                   IF WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
                       MOVE 0 TO WS-MIN-APROBADOS
                       MOVE 0 TO MIN-PROD-ID
                       START MINIMOS-ARCHIVO
                           KEY IS NOT LESS THAN MIN-PROD-ID
                           INVALID KEY
                               MOVE "10" TO WS-MIN-STATUS
                           NOT INVALID KEY
                               MOVE "00" TO WS-MIN-STATUS
                       END-START
                       PERFORM 798-APROBAR-SIGUIENTE
                           UNTIL WS-MIN-STATUS = "10"
                       DISPLAY "Minimos actualizados: "
                           WS-MIN-APROBADOS
                   ELSE
                       DISPLAY "Aprobacion cancelada"
                   END-IF
                   MOVE "N" TO WS-CONFIRMAR
               END-IF
           END-IF.

       796-VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-MIN-AUTORIZADO
           DISPLAY "ID de Supervisor: "
           ACCEPT WS-SUPERVISOR-ID
           MOVE WS-SUPERVISOR-ID TO EMP-ID
           DISPLAY "PIN: "
           ACCEPT WS-PIN-INGRESADO

           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Supervisor no encontrado"
               NOT INVALID KEY
                   IF EMP-ACTIVO-NO
                       DISPLAY "Supervisor inactivo"
                   ELSE
                       IF EMP-PIN = WS-PIN-INGRESADO
                           MOVE WS-SUPERVISOR-ID TO WS-ROL-EMP
                           PERFORM 012-PERMISO-EMPLEADO
                           IF WS-ROL-EMP-PERMISO(WS-ROL-PERM-APROBAR)
                               = "S"
                               DISPLAY "Supervisor: " EMP-NOMBRE
                               MOVE WS-SUPERVISOR-ID
                                   TO WS-MIN-APROBADOR
                               MOVE "S" TO WS-MIN-AUTORIZADO
                           ELSE
                               MOVE "Aprobar cambios de stock minimo"
                                   TO WS-ROL-ACCION
                               MOVE "APROB" TO WS-ROL-CLAVE
                               PERFORM 013-RECHAZAR-ACCESO
                           END-IF
                       ELSE
                           DISPLAY "PIN incorrecto"
                       END-IF
                   END-IF
           END-READ.

       797-APLICAR-MINIMO.
           MOVE MIN-PROD-ID TO PROD-ID
           READ PRODUCTOS-ARCHIVO WITH LOCK
               INVALID KEY
                   DISPLAY "El producto " MIN-PROD-ID
                       " ya no existe; propuesta rechazada"
                   MOVE "R" TO MIN-ESTADO
                   ADD 1 TO WS-MIN-RECHAZADOS
           END-READ
           IF WS-PROD-STATUS = "00"
               IF PROD-STOCK-MIN NOT = MIN-ACTUAL
                   DISPLAY "El minimo del producto " PROD-ID
                       " cambio desde el calculo (ahora "
                       PROD-STOCK-MIN "); propuesta omitida"
               ELSE
                   MOVE REGISTRO-PRODUCTO TO WS-AUD-ANTES
                   MOVE MIN-PROPUESTO TO PROD-STOCK-MIN
                   REWRITE REGISTRO-PRODUCTO
                       INVALID KEY
                           DISPLAY "Error actualizando el minimo del"
                               " producto " PROD-ID
                       NOT INVALID KEY
                           MOVE "productos.dat" TO WS-AUD-ARCHIVO
                           MOVE "M" TO WS-AUD-OPERACION
                           MOVE PROD-ID TO WS-AUD-CLAVE
                           MOVE REGISTRO-PRODUCTO TO WS-AUD-DESPUES
                           MOVE WS-OPERADOR-ID TO WS-MIN-OPERADOR
                           MOVE WS-MIN-APROBADOR TO WS-OPERADOR-ID
                           PERFORM 985-REGISTRAR-AUDITORIA
                           MOVE WS-MIN-OPERADOR TO WS-OPERADOR-ID
                           MOVE "A" TO MIN-ESTADO
                           ADD 1 TO WS-MIN-APROBADOS
                   END-REWRITE
               END-IF
           ELSE
               IF WS-PROD-STATUS NOT = "23"
                   DISPLAY "Producto " MIN-PROD-ID " en uso por"
                       " otra terminal; propuesta omitida"
               END-IF
           END-IF
           UNLOCK PRODUCTOS-ARCHIVO

           IF NOT MIN-PENDIENTE
               MOVE WS-MIN-APROBADOR TO MIN-EMP-APRUEBA
               MOVE WS-FECHA-HOY TO MIN-FECHA-APRUEBA
               REWRITE REGISTRO-MINIMO
                   INVALID KEY
                       DISPLAY "AVISO: no se marco la propuesta del"
                           " producto " MIN-PROD-ID
               END-REWRITE
           END-IF.

       798-APROBAR-SIGUIENTE.
           READ MINIMOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-MIN-STATUS
               NOT AT END
                   IF MIN-PENDIENTE
                       PERFORM 797-APLICAR-MINIMO
                   END-IF
           END-READ.

       RESERVAS-SECTION SECTION.
       490-GESTIONAR-RESERVAS.
           MOVE "N" TO WS-CONFIRMAR
           PERFORM UNTIL WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
               DISPLAY " "
               DISPLAY "=== RESERVAS Y BACKORDERS ==="
               DISPLAY "1. Crear Reserva"
               DISPLAY "2. Cancelar Reserva"
               DISPLAY "3. Listar Reservas Activas"
               DISPLAY "4. Listar Backorders Pendientes"
               DISPLAY "5. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-5): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 491-CREAR-RESERVA
                   WHEN 2
                       PERFORM 494-CANCELAR-RESERVA
                   WHEN 3
                       PERFORM 495-LISTAR-RESERVAS
                   WHEN 4
                       PERFORM 496-LISTAR-BACKORDERS
                   WHEN 5
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-PERFORM.

       491-CREAR-RESERVA.
           DISPLAY "=== CREAR RESERVA ==="
           PERFORM 310-BUSCAR-PRODUCTO
           IF WS-PROD-STATUS = "00"
               MOVE "23" TO WS-CLI-STATUS
               PERFORM 467-VALIDAR-CLIENTE
                   UNTIL WS-CLI-STATUS = "00"
               PERFORM 315-ELEGIR-UBICACION
               DISPLAY "Cantidad a reservar: "
               ACCEPT WS-SU-CANT
               MOVE 0 TO WS-RES-SEL
               PERFORM 426-CALCULAR-ATP

               MOVE PROD-ID TO SU-PROD-ID
               MOVE WS-UBI-SEL TO SU-UBI-ID
               READ STOCK-UBI-ARCHIVO
                   INVALID KEY
                       MOVE 0 TO SU-CANTIDAD
               END-READ
               COMPUTE WS-DISP-UBI =
                   SU-CANTIDAD - WS-RESERVADO-UBI

               IF WS-SU-CANT > WS-DISP-TOTAL
                   DISPLAY "Error: disponible insuficiente para"
                       " reservar (disponible: " WS-DISP-TOTAL
                       ")"
                   MOVE WS-SU-CANT TO MOV-CANTIDAD
                   MOVE WS-FAC-CLIENTE TO WS-BO-CLIENTE
                   PERFORM 414-OFRECER-BACKORDER
               ELSE
                   IF WS-SU-CANT > WS-DISP-UBI
                       DISPLAY "Error: disponible insuficiente"
                           " en la ubicacion (disponible: "
                           WS-DISP-UBI ")"
                   ELSE
                       PERFORM 492-GRABAR-RESERVA
                   END-IF
               END-IF
           END-IF.

       492-GRABAR-RESERVA.
           PERFORM 493-BUSCAR-ULTIMA-RESERVA
           MOVE WS-PROX-RESERVA TO RES-ID
           MOVE PROD-ID TO RES-PROD-ID
           MOVE WS-UBI-SEL TO RES-UBI-ID
           MOVE WS-FAC-CLIENTE TO RES-CLI-ID
           MOVE WS-SU-CANT TO RES-CANTIDAD
           MOVE WS-FECHA-HOY TO RES-FECHA
           MOVE "A" TO RES-ESTADO
           WRITE REGISTRO-RESERVA
               INVALID KEY
                   DISPLAY "Error al grabar la reserva"
               NOT INVALID KEY
                   DISPLAY "Reserva " RES-ID " creada por "
                       RES-CANTIDAD " unidades"
           END-WRITE.

       493-BUSCAR-ULTIMA-RESERVA.
           MOVE 1 TO WS-PROX-RESERVA
           MOVE 0 TO RES-ID
           START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-ID
               INVALID KEY
                   MOVE "10" TO WS-RES-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-RES-STATUS
           END-START

           PERFORM UNTIL WS-RES-STATUS = "10"
               READ RESERVAS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RES-STATUS
                   NOT AT END
                       COMPUTE WS-PROX-RESERVA = RES-ID + 1
               END-READ
           END-PERFORM.

       494-CANCELAR-RESERVA.
           DISPLAY "=== CANCELAR RESERVA ==="
           DISPLAY "Numero de reserva: "
           ACCEPT RES-ID
           READ RESERVAS-ARCHIVO
               INVALID KEY
                   DISPLAY "Reserva no encontrada"
               NOT INVALID KEY
                   IF NOT RESERVA-ACTIVA
                       DISPLAY "La reserva no esta activa"
                   ELSE
                       DISPLAY "Producto: " RES-PROD-ID
                           " Cliente: " RES-CLI-ID
                           " Cantidad: " RES-CANTIDAD
                       DISPLAY "Confirma la cancelacion (S/N): "
                       ACCEPT WS-CONFIRMAR
                       IF WS-CONFIRMAR = "S"
                           OR WS-CONFIRMAR = "s"
                           MOVE "X" TO RES-ESTADO
                           REWRITE REGISTRO-RESERVA
                               INVALID KEY
                                   DISPLAY "Error al cancelar"
                                       " la reserva"
                               NOT INVALID KEY
                                   DISPLAY "Reserva cancelada"
                           END-REWRITE
                           MOVE "N" TO WS-CONFIRMAR
                       ELSE
                           DISPLAY "Cancelacion abortada"
                           MOVE "N" TO WS-CONFIRMAR
                       END-IF
                   END-IF
           END-READ.

       495-LISTAR-RESERVAS.
           DISPLAY "=== RESERVAS ACTIVAS ==="
           MOVE 0 TO WS-RES-CONTADOR
           MOVE 0 TO RES-ID
           START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-ID
               INVALID KEY
                   MOVE "10" TO WS-RES-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-RES-STATUS
           END-START

           PERFORM UNTIL WS-RES-STATUS = "10"
               READ RESERVAS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RES-STATUS
                   NOT AT END
                       IF RESERVA-ACTIVA
                           ADD 1 TO WS-RES-CONTADOR
                           DISPLAY "Reserva: " RES-ID
                               " Producto: " RES-PROD-ID
                               " Ubicacion: " RES-UBI-ID
                               " Cliente: " RES-CLI-ID
                               " Cant: " RES-CANTIDAD
                               " Fecha: " RES-FECHA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Reservas activas: " WS-RES-CONTADOR.

       496-LISTAR-BACKORDERS.
           DISPLAY "=== BACKORDERS PENDIENTES ==="
           MOVE 0 TO WS-RES-CONTADOR
           MOVE 0 TO BO-ID
           START BACKORDERS-ARCHIVO KEY IS NOT LESS THAN BO-ID
               INVALID KEY
                   MOVE "10" TO WS-BO-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-BO-STATUS
           END-START

           PERFORM UNTIL WS-BO-STATUS = "10"
               READ BACKORDERS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-BO-STATUS
                   NOT AT END
                       IF BACKORDER-PENDIENTE
                           ADD 1 TO WS-RES-CONTADOR
                           DISPLAY "Backorder: " BO-ID
                               " Producto: " BO-PROD-ID
           DISPLAY "Nombre: " PROD-NOMBRE
           DISPLAY "Categoria: " PROD-CATEGORIA
           DISPLAY "Precio: $" PROD-PRECIO
           DISPLAY "Categoria impositiva: " PROD-CATEG-IMP
           DISPLAY "Stock Actual: " PROD-STOCK
           MOVE 0 TO WS-RES-SEL
           PERFORM 426-CALCULAR-ATP
               END-IF
           END-IF.

       654-EJECUTAR-CAMBIO-PRECIO.
           MOVE PRE-PROD-ID TO PROD-ID
           READ PRODUCTOS-ARCHIVO WITH LOCK
               INVALID KEY
                   DISPLAY "AVISO: el producto " PRE-PROD-ID
                       " del cambio de precio ya no existe;"
                       " cambio descartado"
                   MOVE "X" TO PRE-ESTADO
                   REWRITE REGISTRO-PRECIO
                       INVALID KEY
                           DISPLAY "AVISO: no se pudo descartar"
                               " el cambio de precio"
                   END-REWRITE
           END-READ
           IF WS-PROD-STATUS = "00"
               MOVE REGISTRO-PRODUCTO TO WS-AUD-ANTES
               MOVE PROD-PRECIO TO PRE-PRECIO-ANTERIOR
               MOVE PRE-PRECIO-NUEVO TO PROD-PRECIO
               REWRITE REGISTRO-PRODUCTO
                   INVALID KEY
                       DISPLAY "AVISO: no se pudo actualizar el"
                           " precio del producto " PROD-ID
                   NOT INVALID KEY
                       MOVE "productos.dat" TO WS-AUD-ARCHIVO
                       MOVE "M" TO WS-AUD-OPERACION
                       MOVE PROD-ID TO WS-AUD-CLAVE
                       MOVE REGISTRO-PRODUCTO TO WS-AUD-DESPUES
                       PERFORM 985-REGISTRAR-AUDITORIA
                       MOVE "A" TO PRE-ESTADO
                       REWRITE REGISTRO-PRECIO
                           INVALID KEY
                               DISPLAY "AVISO: el precio se"
                                   " aplico pero el historial"
                                   " no se pudo actualizar"
                           NOT INVALID KEY
                               ADD 1 TO WS-PRE-APLICADOS
                               DISPLAY "Precio aplicado:"
                                   " producto " PROD-ID
                                   " $" PRE-PRECIO-ANTERIOR
                                   " -> $" PRE-PRECIO-NUEVO
                       END-REWRITE
               END-REWRITE
           ELSE
               IF WS-PROD-STATUS NOT = "23"
                   DISPLAY "AVISO: producto " PRE-PROD-ID
                       " en uso por otra terminal; el cambio"
                       " queda pendiente"
               END-IF
           END-IF
           UNLOCK PRODUCTOS-ARCHIVO.

       655-LISTAR-UN-PRECIO.
           READ PRECIOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-PRE-STATUS
               NOT AT END
                   IF PRE-PROD-ID NOT = PROD-ID
                       MOVE "10" TO WS-PRE-STATUS
                   ELSE
                       ADD 1 TO WS-PRE-CONT
                       DISPLAY "Efectivo: " PRE-FECHA-EFECTIVA
                           " Nuevo: $" PRE-PRECIO-NUEVO
                           " Anterior: $" PRE-PRECIO-ANTERIOR
                           " Estado: " PRE-ESTADO
                           " Registrado: " PRE-FECHA-REGISTRO
                           " por " PRE-EMP-ID
                   END-IF
           END-READ.

       VENTAS-SECTION SECTION.
       656-ANALISIS-VENTAS.
           DISPLAY "=== ANALISIS DE VENTAS Y MARGEN ==="
           DISPLAY "Fecha desde (AAAAMMDD): "
           MOVE SPACES TO WS-VTA-DESDE
           ACCEPT WS-VTA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD, blanco = hoy): "
           MOVE SPACES TO WS-VTA-HASTA
           ACCEPT WS-VTA-HASTA
           IF WS-VTA-HASTA = SPACES
               MOVE WS-FECHA-HOY(1:8) TO WS-VTA-HASTA
           END-IF
           IF WS-VTA-DESDE IS NOT NUMERIC
               OR WS-VTA-HASTA IS NOT NUMERIC
               OR WS-VTA-DESDE > WS-VTA-HASTA
               DISPLAY "Rango de fechas invalido"
           ELSE
               PERFORM 657-COSTEAR-SALIDAS

               MOVE 0 TO WS-VCL-TOTAL
               MOVE 0 TO WS-VPR-TOTAL
               MOVE 0 TO WS-VME-TOTAL
               MOVE 0 TO WS-VTA-FACTURAS
               MOVE 0 TO WS-VTA-LINEAS
               MOVE 0 TO WS-VTA-BAJO-COSTO
               MOVE 0 TO WS-VTA-ESTIMADAS
               MOVE 0 TO WS-VTA-TOT-CANT
               MOVE 0 TO WS-VTA-TOT-VENTA
               MOVE 0 TO WS-VTA-TOT-COSTO
               MOVE "N" TO WS-VTA-ACTIVA
               MOVE "N" TO WS-VTA-AVISADO

               OPEN OUTPUT REPORTE-VENTAS-ARCHIVO
               MOVE SPACES TO LINEA-VENTAS
               STRING "ANALISIS DE VENTAS Y MARGEN - DESDE "
                      WS-VTA-DESDE " HASTA " WS-VTA-HASTA
                      " - EMITIDO: " WS-FECHA-HOY
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS
               MOVE SPACES TO LINEA-VENTAS
               STRING "Venta neta de impuestos; costo = promedio"
                      " ponderado al momento de cada salida"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS
               MOVE SPACES TO LINEA-VENTAS
               STRING "Fac=facturas Vta=venta Cto=costo Mg=margen"
                      " Part=participacion en la venta total"
                      " Var=variacion de venta vs. mes anterior"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS
               MOVE SPACES TO LINEA-VENTAS
               MOVE ALL "-" TO LINEA-VENTAS
               WRITE LINEA-VENTAS
               MOVE SPACES TO LINEA-VENTAS
               STRING "LINEAS VENDIDAS BAJO COSTO"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS

               MOVE 0 TO FAC-NUMERO
               MOVE 0 TO FAC-LINEA
               START FACTURAS-ARCHIVO KEY IS NOT LESS THAN FAC-CLAVE
                   INVALID KEY
                       MOVE "10" TO WS-FAC-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-FAC-STATUS
               END-START
               PERFORM 660-VENTAS-REGISTRO
                   UNTIL WS-FAC-STATUS = "10"

               MOVE SPACES TO LINEA-VENTAS
               STRING "Lineas bajo costo: " WS-VTA-BAJO-COSTO
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS

               IF WS-VTA-FACTURAS = 0
                   MOVE SPACES TO LINEA-VENTAS
                   WRITE LINEA-VENTAS
                   MOVE SPACES TO LINEA-VENTAS
                   STRING "  (sin facturas en el rango)"
                          DELIMITED BY SIZE
                          INTO LINEA-VENTAS
                   WRITE LINEA-VENTAS
               ELSE
                   PERFORM 669-ESCRIBIR-MESES
                   PERFORM 671-ESCRIBIR-CLIENTES
                   PERFORM 674-ESCRIBIR-PRODUCTOS
               END-IF

               MOVE SPACES TO LINEA-VENTAS
               MOVE ALL "-" TO LINEA-VENTAS
               WRITE LINEA-VENTAS
               MOVE WS-VTA-TOT-CANT TO WS-VTA-CANT-ED
               MOVE WS-VTA-TOT-VENTA TO WS-VTA-VENTA-ED
               MOVE WS-VTA-TOT-COSTO TO WS-VTA-COSTO-ED
               MOVE WS-VTA-TOT-VENTA TO WS-VTA-CALC-VENTA
               MOVE WS-VTA-TOT-COSTO TO WS-VTA-CALC-COSTO
               PERFORM 668-CALCULAR-MARGEN
               MOVE SPACES TO LINEA-VENTAS
               STRING "TOTAL Fac:" WS-VTA-FACTURAS
                      " Lin:" WS-VTA-LINEAS
                      " Cant:" WS-VTA-CANT-ED
                      " Vta:$" WS-VTA-VENTA-ED
                      " Cto:$" WS-VTA-COSTO-ED
                      " Mg:$" WS-VTA-MARGEN-ED
                      " (" WS-VTA-PCT-ED "%)"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS
               IF WS-VTA-ESTIMADAS > 0
                   MOVE SPACES TO LINEA-VENTAS
                   STRING "Lineas sin salida identificada en el"
                          " historial (costo promedio al cierre"
                          " del rango): " WS-VTA-ESTIMADAS
                          DELIMITED BY SIZE
                          INTO LINEA-VENTAS
                   WRITE LINEA-VENTAS
               END-IF
               CLOSE REPORTE-VENTAS-ARCHIVO

               DISPLAY "Facturas: " WS-VTA-FACTURAS
                   " - Venta: $" WS-VTA-VENTA-ED
                   " - Margen: $" WS-VTA-MARGEN-ED
                   " (" WS-VTA-PCT-ED "%)"
               DISPLAY "Lineas vendidas bajo costo: "
                   WS-VTA-BAJO-COSTO
               DISPLAY "Detalle en reporte_ventas.txt"
           END-IF.

       657-COSTEAR-SALIDAS.
           MOVE 0 TO WS-WAC-TOTAL
           MOVE "N" TO WS-WAC-AVISADO
           MOVE 0 TO WS-VCS-TOTAL
           MOVE "N" TO WS-VCS-AVISADO
           MOVE WS-VTA-DESDE(1:6) TO WS-SNAP-PERIODO-CIERRE
           PERFORM 906-CARGAR-SNAPSHOT-PREVIO

           MOVE WS-SNAP-PERIODO TO WS-PERIODO
           PERFORM 825-AVANZAR-PERIODO
           MOVE WS-VTA-HASTA(1:6) TO WS-PERIODO-FIN
           IF WS-PERIODO-FIN > WS-FECHA-HOY(1:6)
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-FIN
           END-IF
           PERFORM 658-COSTEAR-ARCHIVO-HIST
               UNTIL WS-PERIODO > WS-PERIODO-FIN

           CLOSE MOVIMIENTOS-ARCHIVO
           OPEN INPUT MOVIMIENTOS-ARCHIVO
           PERFORM UNTIL WS-MOV-STATUS = "10"
               READ MOVIMIENTOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MOV-STATUS
                   NOT AT END
                       PERFORM 659-COSTEAR-MOVIMIENTO
               END-READ
           END-PERFORM
           CLOSE MOVIMIENTOS-ARCHIVO
           OPEN I-O MOVIMIENTOS-ARCHIVO
           IF WS-MOV-STATUS = "35"
               OPEN OUTPUT MOVIMIENTOS-ARCHIVO
               CLOSE MOVIMIENTOS-ARCHIVO
               OPEN I-O MOVIMIENTOS-ARCHIVO
           END-IF.

       658-COSTEAR-ARCHIVO-HIST.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-HIST
           STRING "movimientos_" WS-PERIODO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-HIST
           OPEN INPUT ARCHIVO-HISTORICO
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS = "10"
                   READ ARCHIVO-HISTORICO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           MOVE REGISTRO-HISTORICO
                               TO REGISTRO-MOVIMIENTO
                           PERFORM 659-COSTEAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORICO
           END-IF
           PERFORM 825-AVANZAR-PERIODO.

       659-COSTEAR-MOVIMIENTO.
           IF MOV-FECHA(1:8) <= WS-VTA-HASTA
               EVALUATE TRUE
                   WHEN ES-ENTRADA
                       MOVE MOV-PROD-ID TO WS-WAC-ACU-PROD
                       MOVE MOV-CANTIDAD TO WS-WAC-ACU-CANT
                       COMPUTE WS-WAC-ACU-VALOR =
                           MOV-CANTIDAD * MOV-PRECIO-UNIT
                       PERFORM 917-WAC-ACUMULAR
                   WHEN ES-SALIDA
                       PERFORM 937-ASI-COSTO-PROMEDIO
                       IF MOV-FECHA(1:8) >= WS-VTA-DESDE
                           AND MOV-DOCUMENTO > 0
                           AND NOT MOV-DE-KIT
                           IF WS-VCS-TOTAL < 5000
                               ADD 1 TO WS-VCS-TOTAL
                               MOVE MOV-DOCUMENTO
                                   TO WS-VCS-DOC(WS-VCS-TOTAL)
                               MOVE MOV-PROD-ID
                                   TO WS-VCS-PROD(WS-VCS-TOTAL)
                               MOVE WS-ASI-COSTO
                                   TO WS-VCS-COSTO(WS-VCS-TOTAL)
                           ELSE
                               IF WS-VCS-AVISADO = "N"
                                   DISPLAY "AVISO: tabla de costos"
                                       " de salidas llena (5000);"
                                       " el resto usa el costo al"
                                       " cierre del rango"
                                   MOVE "S" TO WS-VCS-AVISADO
                               END-IF
                           END-IF
                       END-IF
                       PERFORM VARYING WS-WAC-IDX FROM 1 BY 1
                           UNTIL WS-WAC-IDX > WS-WAC-TOTAL
                           IF WS-WAC-PROD(WS-WAC-IDX) = MOV-PROD-ID
                               IF WS-WAC-CANT(WS-WAC-IDX) >
                                   MOV-CANTIDAD
                                   SUBTRACT MOV-CANTIDAD
                                       FROM WS-WAC-CANT(WS-WAC-IDX)
                                   COMPUTE WS-WAC-VALOR(WS-WAC-IDX) =
                                       WS-WAC-CANT(WS-WAC-IDX) *
                                       WS-ASI-COSTO
                               ELSE
                                   MOVE 0 TO WS-WAC-CANT(WS-WAC-IDX)
                                   MOVE 0 TO WS-WAC-VALOR(WS-WAC-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       660-VENTAS-REGISTRO.
           READ FACTURAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FAC-STATUS
               NOT AT END
                   IF FAC-LINEA = 0
                       IF FAC-FECHA(1:8) >= WS-VTA-DESDE
                           AND FAC-FECHA(1:8) <= WS-VTA-HASTA
                           MOVE "S" TO WS-VTA-ACTIVA
                           ADD 1 TO WS-VTA-FACTURAS
                           PERFORM 662-BUSCAR-CLIENTE-VTA
                           PERFORM 664-BUSCAR-MES-VTA
                       ELSE
                           MOVE "N" TO WS-VTA-ACTIVA
                       END-IF
                   ELSE
                       IF WS-VTA-ACTIVA = "S"
                           PERFORM 661-VENTAS-LINEA
                       END-IF
                   END-IF
           END-READ.

       661-VENTAS-LINEA.
           ADD 1 TO WS-VTA-LINEAS
           MOVE "N" TO WS-VTA-HALLADO
           PERFORM VARYING WS-VCS-IDX FROM 1 BY 1
               UNTIL WS-VCS-IDX > WS-VCS-TOTAL
               OR WS-VTA-HALLADO = "S"
               IF WS-VCS-DOC(WS-VCS-IDX) = FAC-NUMERO
                   AND WS-VCS-PROD(WS-VCS-IDX) = FAC-PROD-ID
                   MOVE WS-VCS-COSTO(WS-VCS-IDX)
                       TO WS-VTA-COSTO-UNIT
                   MOVE "S" TO WS-VTA-HALLADO
               END-IF
           END-PERFORM
           IF WS-VTA-HALLADO = "N"
               MOVE FAC-PROD-ID TO MOV-PROD-ID
               MOVE FAC-PRECIO-UNIT TO MOV-PRECIO-UNIT
               PERFORM 937-ASI-COSTO-PROMEDIO
               MOVE WS-ASI-COSTO TO WS-VTA-COSTO-UNIT
               ADD 1 TO WS-VTA-ESTIMADAS
           END-IF
           COMPUTE WS-VTA-COSTO =
               FAC-CANTIDAD * WS-VTA-COSTO-UNIT

           ADD FAC-CANTIDAD TO WS-VTA-TOT-CANT
           ADD FAC-IMPORTE TO WS-VTA-TOT-VENTA
           ADD WS-VTA-COSTO TO WS-VTA-TOT-COSTO
           IF WS-VCL-ACT > 0
               ADD FAC-CANTIDAD TO WS-VCL-CANT(WS-VCL-ACT)
               ADD FAC-IMPORTE TO WS-VCL-VENTA(WS-VCL-ACT)
               ADD WS-VTA-COSTO TO WS-VCL-COSTO(WS-VCL-ACT)
           END-IF
           IF WS-VME-ACT > 0
               ADD FAC-CANTIDAD TO WS-VME-CANT(WS-VME-ACT)
               ADD FAC-IMPORTE TO WS-VME-VENTA(WS-VME-ACT)
               ADD WS-VTA-COSTO TO WS-VME-COSTO(WS-VME-ACT)
           END-IF
           PERFORM 663-ACUMULAR-PRODUCTO-VTA

           IF FAC-PRECIO-UNIT < WS-VTA-COSTO-UNIT
               ADD 1 TO WS-VTA-BAJO-COSTO
               MOVE FAC-PRECIO-UNIT TO WS-VTA-PRECIO-ED
               MOVE WS-VTA-COSTO-UNIT TO WS-VTA-UNIT-ED
               MOVE SPACES TO LINEA-VENTAS
               STRING "  Factura " FAC-NUMERO "-" FAC-LINEA
                      " Cliente " WS-VTA-CLIENTE
                      " Producto " FAC-PROD-ID
                      " Cant: " FAC-CANTIDAD
                      " Precio: $" WS-VTA-PRECIO-ED
                      " Costo: $" WS-VTA-UNIT-ED
                      " ** BAJO COSTO **"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
               WRITE LINEA-VENTAS
           END-IF.

       662-BUSCAR-CLIENTE-VTA.
           MOVE FAC-CLI-ID TO WS-VTA-CLIENTE
           MOVE 0 TO WS-VCL-ACT
           PERFORM VARYING WS-VCL-IDX FROM 1 BY 1
               UNTIL WS-VCL-IDX > WS-VCL-TOTAL
               OR WS-VCL-ACT > 0
               IF WS-VCL-CLI(WS-VCL-IDX) = FAC-CLI-ID
                   MOVE WS-VCL-IDX TO WS-VCL-ACT
               END-IF
           END-PERFORM
           IF WS-VCL-ACT = 0
               IF WS-VCL-TOTAL < 500
                   ADD 1 TO WS-VCL-TOTAL
                   MOVE WS-VCL-TOTAL TO WS-VCL-ACT
                   MOVE FAC-CLI-ID TO WS-VCL-CLI(WS-VCL-ACT)
                   MOVE 0 TO WS-VCL-FACTURAS(WS-VCL-ACT)
                   MOVE 0 TO WS-VCL-CANT(WS-VCL-ACT)
                   MOVE 0 TO WS-VCL-VENTA(WS-VCL-ACT)
                   MOVE 0 TO WS-VCL-COSTO(WS-VCL-ACT)
               ELSE
                   PERFORM 665-AVISAR-TABLA-VTA
               END-IF
           END-IF
           IF WS-VCL-ACT > 0
               ADD 1 TO WS-VCL-FACTURAS(WS-VCL-ACT)
           END-IF.

       663-ACUMULAR-PRODUCTO-VTA.
           MOVE 0 TO WS-VPR-ACT
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
               UNTIL WS-VPR-IDX > WS-VPR-TOTAL
               OR WS-VPR-ACT > 0
               IF WS-VPR-PROD(WS-VPR-IDX) = FAC-PROD-ID
                   MOVE WS-VPR-IDX TO WS-VPR-ACT
               END-IF
           END-PERFORM
           IF WS-VPR-ACT = 0
               IF WS-VPR-TOTAL < 1000
                   ADD 1 TO WS-VPR-TOTAL
                   MOVE WS-VPR-TOTAL TO WS-VPR-ACT
                   MOVE FAC-PROD-ID TO WS-VPR-PROD(WS-VPR-ACT)
                   MOVE 0 TO WS-VPR-CANT(WS-VPR-ACT)
                   MOVE 0 TO WS-VPR-VENTA(WS-VPR-ACT)
                   MOVE 0 TO WS-VPR-COSTO(WS-VPR-ACT)
               ELSE
                   PERFORM 665-AVISAR-TABLA-VTA
               END-IF
           END-IF
           IF WS-VPR-ACT > 0
               ADD FAC-CANTIDAD TO WS-VPR-CANT(WS-VPR-ACT)
               ADD FAC-IMPORTE TO WS-VPR-VENTA(WS-VPR-ACT)
               ADD WS-VTA-COSTO TO WS-VPR-COSTO(WS-VPR-ACT)
           END-IF.

       664-BUSCAR-MES-VTA.
           MOVE FAC-FECHA(1:6) TO WS-VTA-PERIODO
           MOVE 0 TO WS-VME-ACT
           PERFORM VARYING WS-VME-IDX FROM 1 BY 1
               UNTIL WS-VME-IDX > WS-VME-TOTAL
               OR WS-VME-ACT > 0
               IF WS-VME-PERIODO(WS-VME-IDX) = WS-VTA-PERIODO
                   MOVE WS-VME-IDX TO WS-VME-ACT
               END-IF
           END-PERFORM
           IF WS-VME-ACT = 0
               IF WS-VME-TOTAL < 120
                   ADD 1 TO WS-VME-TOTAL
                   MOVE WS-VME-TOTAL TO WS-VME-ACT
                   MOVE WS-VTA-PERIODO TO WS-VME-PERIODO(WS-VME-ACT)
                   MOVE 0 TO WS-VME-FACTURAS(WS-VME-ACT)
                   MOVE 0 TO WS-VME-CANT(WS-VME-ACT)
                   MOVE 0 TO WS-VME-VENTA(WS-VME-ACT)
                   MOVE 0 TO WS-VME-COSTO(WS-VME-ACT)
               ELSE
                   PERFORM 665-AVISAR-TABLA-VTA
               END-IF
           END-IF
           IF WS-VME-ACT > 0
               ADD 1 TO WS-VME-FACTURAS(WS-VME-ACT)
           END-IF.

       665-AVISAR-TABLA-VTA.
           IF WS-VTA-AVISADO = "N"
               DISPLAY "AVISO: tabla de clientes, productos o"
                   " meses llena; los detalles son parciales"
                   " (los totales son completos)"
               MOVE "S" TO WS-VTA-AVISADO
           END-IF.

       668-CALCULAR-MARGEN.
           COMPUTE WS-VTA-MARGEN =
               WS-VTA-CALC-VENTA - WS-VTA-CALC-COSTO
           IF WS-VTA-CALC-VENTA > 0
               COMPUTE WS-VTA-PCT ROUNDED =
                   WS-VTA-MARGEN * 100 / WS-VTA-CALC-VENTA
           ELSE
               MOVE 0 TO WS-VTA-PCT
           END-IF
           MOVE WS-VTA-MARGEN TO WS-VTA-MARGEN-ED
           MOVE WS-VTA-PCT TO WS-VTA-PCT-ED.

       669-ESCRIBIR-MESES.
           MOVE SPACES TO LINEA-VENTAS
           WRITE LINEA-VENTAS
           MOVE SPACES TO LINEA-VENTAS
           STRING "VENTAS POR MES"
                  DELIMITED BY SIZE
                  INTO LINEA-VENTAS
           WRITE LINEA-VENTAS
           MOVE 0 TO WS-VTA-PERIODO
           MOVE 0 TO WS-VTA-ANTERIOR
           PERFORM WS-VME-TOTAL TIMES
               MOVE 0 TO WS-VME-ACT
               PERFORM VARYING WS-VME-IDX FROM 1 BY 1
                   UNTIL WS-VME-IDX > WS-VME-TOTAL
                   IF WS-VME-PERIODO(WS-VME-IDX) > WS-VTA-PERIODO
                       IF WS-VME-ACT = 0
                           MOVE WS-VME-IDX TO WS-VME-ACT
                       ELSE
                           IF WS-VME-PERIODO(WS-VME-IDX) <
                               WS-VME-PERIODO(WS-VME-ACT)
                               MOVE WS-VME-IDX TO WS-VME-ACT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 670-ESCRIBIR-UN-MES
           END-PERFORM.

       670-ESCRIBIR-UN-MES.
           MOVE WS-VME-PERIODO(WS-VME-ACT) TO WS-VTA-PERIODO
           MOVE WS-VME-CANT(WS-VME-ACT) TO WS-VTA-CANT-ED
           MOVE WS-VME-VENTA(WS-VME-ACT) TO WS-VTA-VENTA-ED
           MOVE WS-VME-COSTO(WS-VME-ACT) TO WS-VTA-COSTO-ED
           MOVE WS-VME-VENTA(WS-VME-ACT) TO WS-VTA-CALC-VENTA
           MOVE WS-VME-COSTO(WS-VME-ACT) TO WS-VTA-CALC-COSTO
           PERFORM 668-CALCULAR-MARGEN
           MOVE SPACES TO LINEA-VENTAS
           IF WS-VTA-ANTERIOR > 0
               COMPUTE WS-VTA-VARIACION ROUNDED =
                   (WS-VME-VENTA(WS-VME-ACT) - WS-VTA-ANTERIOR)
                   * 100 / WS-VTA-ANTERIOR
               MOVE WS-VTA-VARIACION TO WS-VTA-VAR-ED
               STRING "  " WS-VTA-PERIODO
                      " Fac:" WS-VME-FACTURAS(WS-VME-ACT)
                      " Cant:" WS-VTA-CANT-ED
                      " Vta:$" WS-VTA-VENTA-ED
                      " Cto:$" WS-VTA-COSTO-ED
                      " Mg:$" WS-VTA-MARGEN-ED
                      " (" WS-VTA-PCT-ED "%)"
                      " Var:" WS-VTA-VAR-ED "%"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
           ELSE
               STRING "  " WS-VTA-PERIODO
                      " Fac:" WS-VME-FACTURAS(WS-VME-ACT)
                      " Cant:" WS-VTA-CANT-ED
                      " Vta:$" WS-VTA-VENTA-ED
                      " Cto:$" WS-VTA-COSTO-ED
                      " Mg:$" WS-VTA-MARGEN-ED
                      " (" WS-VTA-PCT-ED "%)"
                      DELIMITED BY SIZE
                      INTO LINEA-VENTAS
           END-IF
           WRITE LINEA-VENTAS
           MOVE WS-VME-VENTA(WS-VME-ACT) TO WS-VTA-ANTERIOR.

       671-ESCRIBIR-CLIENTES.
           MOVE SPACES TO LINEA-VENTAS
           WRITE LINEA-VENTAS
           MOVE SPACES TO LINEA-VENTAS
           STRING "VENTAS POR CLIENTE (RANKING POR VENTA)"
                  DELIMITED BY SIZE
                  INTO LINEA-VENTAS
           WRITE LINEA-VENTAS
           DISPLAY "Principales clientes:"
           MOVE 0 TO WS-VTA-RANGO
           SORT ARCHIVO-ORDEN-VENTAS
               ON DESCENDING KEY ROV-VENTA
               INPUT PROCEDURE IS 672-CARGAR-ORDEN-CLIENTES
               OUTPUT PROCEDURE IS 673-CLASIFICAR-CLIENTES.

       672-CARGAR-ORDEN-CLIENTES.
           PERFORM VARYING WS-VCL-IDX FROM 1 BY 1
               UNTIL WS-VCL-IDX > WS-VCL-TOTAL
               MOVE WS-VCL-VENTA(WS-VCL-IDX) TO ROV-VENTA
               MOVE WS-VCL-CLI(WS-VCL-IDX) TO ROV-ID
               MOVE WS-VCL-CANT(WS-VCL-IDX) TO ROV-CANTIDAD
               MOVE WS-VCL-COSTO(WS-VCL-IDX) TO ROV-COSTO
               MOVE WS-VCL-FACTURAS(WS-VCL-IDX) TO ROV-FACTURAS
               RELEASE REG-ORDEN-VENTAS
           END-PERFORM.

       673-CLASIFICAR-CLIENTES.
           MOVE "N" TO WS-VTA-FIN
           PERFORM UNTIL WS-VTA-FIN = "S"
               RETURN ARCHIVO-ORDEN-VENTAS
                   AT END
                       MOVE "S" TO WS-VTA-FIN
                   NOT AT END
                       ADD 1 TO WS-VTA-RANGO
                       MOVE ROV-ID TO CLI-ID
                       READ CLIENTES-ARCHIVO
                           INVALID KEY
                               MOVE "(cliente inexistente)"
                                   TO CLI-NOMBRE
                       END-READ
                       PERFORM 676-PREPARAR-LINEA-RANKING
                       MOVE SPACES TO LINEA-VENTAS
                       STRING "  " WS-VTA-RANGO ". " ROV-ID
                              " " CLI-NOMBRE(1:20)
                              " Fac:" ROV-FACTURAS
                              " Cant:" WS-VTA-CANT-ED
                              " Vta:$" WS-VTA-VENTA-ED
                              " Cto:$" WS-VTA-COSTO-ED
                              " Mg:" WS-VTA-PCT-ED "%"
                              " Part:" WS-VTA-PART-ED "%"
                              DELIMITED BY SIZE
                              INTO LINEA-VENTAS
                       WRITE LINEA-VENTAS
                       IF WS-VTA-RANGO <= WS-VTA-TOP
                           DISPLAY "  " WS-VTA-RANGO ". " ROV-ID
                               " " CLI-NOMBRE " $" WS-VTA-VENTA-ED
                               " (" WS-VTA-PART-ED "%)"
                       END-IF
               END-RETURN
           END-PERFORM.

       674-ESCRIBIR-PRODUCTOS.
           MOVE SPACES TO LINEA-VENTAS
           WRITE LINEA-VENTAS
           MOVE SPACES TO LINEA-VENTAS
           STRING "VENTAS POR PRODUCTO (RANKING POR VENTA)"
                  DELIMITED BY SIZE
                  INTO LINEA-VENTAS
           WRITE LINEA-VENTAS
           DISPLAY "Principales productos:"
           MOVE 0 TO WS-VTA-RANGO
           SORT ARCHIVO-ORDEN-VENTAS
               ON DESCENDING KEY ROV-VENTA
               INPUT PROCEDURE IS 675-CARGAR-ORDEN-PRODUCTOS
               OUTPUT PROCEDURE IS 677-CLASIFICAR-PRODUCTOS.

       675-CARGAR-ORDEN-PRODUCTOS.
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
               UNTIL WS-VPR-IDX > WS-VPR-TOTAL
               MOVE WS-VPR-VENTA(WS-VPR-IDX) TO ROV-VENTA
               MOVE WS-VPR-PROD(WS-VPR-IDX) TO ROV-ID
               MOVE WS-VPR-CANT(WS-VPR-IDX) TO ROV-CANTIDAD
               MOVE WS-VPR-COSTO(WS-VPR-IDX) TO ROV-COSTO
               MOVE 0 TO ROV-FACTURAS
               RELEASE REG-ORDEN-VENTAS
           END-PERFORM.

       676-PREPARAR-LINEA-RANKING.
           MOVE ROV-CANTIDAD TO WS-VTA-CANT-ED
           MOVE ROV-VENTA TO WS-VTA-VENTA-ED
           MOVE ROV-COSTO TO WS-VTA-COSTO-ED
           MOVE ROV-VENTA TO WS-VTA-CALC-VENTA
           MOVE ROV-COSTO TO WS-VTA-CALC-COSTO
           PERFORM 668-CALCULAR-MARGEN
           IF WS-VTA-TOT-VENTA > 0
               COMPUTE WS-VTA-PARTICIPACION ROUNDED =
                   ROV-VENTA * 100 / WS-VTA-TOT-VENTA
           ELSE
               MOVE 0 TO WS-VTA-PARTICIPACION
           END-IF
           MOVE WS-VTA-PARTICIPACION TO WS-VTA-PART-ED.

       677-CLASIFICAR-PRODUCTOS.
           MOVE "N" TO WS-VTA-FIN
           PERFORM UNTIL WS-VTA-FIN = "S"
               RETURN ARCHIVO-ORDEN-VENTAS
                   AT END
                       MOVE "S" TO WS-VTA-FIN
                   NOT AT END
                       ADD 1 TO WS-VTA-RANGO
                       MOVE ROV-ID TO PROD-ID
                       READ PRODUCTOS-ARCHIVO
                           INVALID KEY
                               MOVE "(producto eliminado)"
                                   TO PROD-NOMBRE
                       END-READ
                       PERFORM 676-PREPARAR-LINEA-RANKING
                       MOVE SPACES TO LINEA-VENTAS
                       STRING "  " WS-VTA-RANGO ". " ROV-ID
                              " " PROD-NOMBRE(1:20)
                              " Cant:" WS-VTA-CANT-ED
                              " Vta:$" WS-VTA-VENTA-ED
                              " Cto:$" WS-VTA-COSTO-ED
                              " Mg:" WS-VTA-PCT-ED "%"
                              " Part:" WS-VTA-PART-ED "%"
                              DELIMITED BY SIZE
                              INTO LINEA-VENTAS
                       WRITE LINEA-VENTAS
                       IF WS-VTA-RANGO <= WS-VTA-TOP
                           DISPLAY "  " WS-VTA-RANGO ". " ROV-ID
                               " " PROD-NOMBRE " $" WS-VTA-VENTA-ED
                               " (" WS-VTA-PART-ED "%)"
                       END-IF
               END-RETURN
           END-PERFORM.

       REPORTES-SECTION SECTION.
       700-GENERAR-REPORTE.
               DISPLAY "2. Recibir Orden de Compra"
               DISPLAY "3. Consultar Ordenes"
               DISPLAY "4. Reporte de Desempeno de Proveedores"
               DISPLAY "5. Registrar Factura de Proveedor"
               DISPLAY "6. Reporte de Excepciones de Conciliacion"
               DISPLAY "7. Resolver Factura de Proveedor Retenida"
               DISPLAY "8. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-8): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 4
                       PERFORM 764-REPORTE-PROVEEDORES
                   WHEN 5
                       PERFORM 770-REGISTRAR-FACTURA-PROV
                   WHEN 6
                       PERFORM 776-REPORTE-EXCEPCIONES
                   WHEN 7
                       PERFORM 780-RESOLVER-RETENIDA
                   WHEN 8
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
                   MOVE WS-CANT-SUGERIDA TO ORD-CANT-PEDIDA
                   MOVE ROP-PRECIO TO ORD-PRECIO-ACORD
                   MOVE 0 TO ORD-CANT-RECIBIDA
                   MOVE 0 TO ORD-CANT-FACTURADA
                   WRITE REGISTRO-ORDEN
                       INVALID KEY
                           DISPLAY "Error al crear la linea "
                   MOVE 0 TO WS-PERF-CORTAS(WS-PERF-IDX-ACT)
                   MOVE 0 TO WS-PERF-DIAS-TOT(WS-PERF-IDX-ACT)
                   MOVE 0 TO WS-PERF-CIERRES(WS-PERF-IDX-ACT)
                   MOVE 0 TO WS-PERF-DIAS-MAX(WS-PERF-IDX-ACT)
               ELSE
                   IF WS-PERF-AVISADO = "N"
                       DISPLAY "AVISO: tabla de proveedores"
                           WS-PERF-DIAS-TOT(WS-PERF-IDX-ACT)
                       ADD 1 TO
                           WS-PERF-CIERRES(WS-PERF-IDX-ACT)
                       IF WS-PERF-DIAS >
                           WS-PERF-DIAS-MAX(WS-PERF-IDX-ACT)
                           MOVE WS-PERF-DIAS TO
                               WS-PERF-DIAS-MAX(WS-PERF-IDX-ACT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       MOVE WS-FECHA-HOY TO ORD-FECHA-CIERRE
                       REWRITE REGISTRO-ORDEN
                           INVALID KEY
                               DISPLAY "Error al cerrar la orden"
                           NOT INVALID KEY
                               DISPLAY "Orden " WS-ORDEN-NUM
                                   " completa y cerrada"
                       END-REWRITE
               END-READ
           ELSE
               DISPLAY "La orden queda con lineas pendientes"
           END-IF.

       760-CONSULTAR-ORDENES.
           DISPLAY "=== CONSULTA DE ORDENES DE COMPRA ==="
           DISPLAY "Numero de Orden (0 = listar todas): "
           ACCEPT WS-ORDEN-NUM
           IF WS-ORDEN-NUM = 0
               PERFORM 762-LISTAR-CABECERAS
           ELSE
               MOVE WS-ORDEN-NUM TO ORD-NUMERO
               MOVE 0 TO ORD-LINEA
               READ ORDENES-ARCHIVO
                   INVALID KEY
                       DISPLAY "Orden no encontrada"
                   NOT INVALID KEY
                       PERFORM 763-MOSTRAR-CABECERA
                       PERFORM 757-LISTAR-LINEAS-ORDEN
               END-READ
           END-IF.

       762-LISTAR-CABECERAS.
           MOVE 0 TO ORD-NUMERO
           MOVE 0 TO ORD-LINEA
           START ORDENES-ARCHIVO KEY IS NOT LESS THAN ORD-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-ORD-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-ORD-STATUS
           END-START

           PERFORM UNTIL WS-ORD-STATUS = "10"
               READ ORDENES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ORD-STATUS
                   NOT AT END
                       IF ORD-LINEA = 0
                           PERFORM 763-MOSTRAR-CABECERA
                       END-IF
               END-READ
           END-PERFORM.

       763-MOSTRAR-CABECERA.
           DISPLAY "Orden: " ORD-NUMERO
               " Proveedor: " ORD-PROV-ID
               " Fecha: " ORD-FECHA
               " Estado: " ORD-ESTADO
               " Empleado: " ORD-EMP-ID.

       770-REGISTRAR-FACTURA-PROV.
           DISPLAY "=== REGISTRO DE FACTURA DE PROVEEDOR ==="
           DISPLAY "Numero de Orden de Compra: "
           ACCEPT WS-ORDEN-NUM
           MOVE WS-ORDEN-NUM TO ORD-NUMERO
           MOVE 0 TO ORD-LINEA
           READ ORDENES-ARCHIVO
               INVALID KEY
                   DISPLAY "Orden no encontrada"
               NOT INVALID KEY
                   MOVE ORD-PROV-ID TO WS-FPV-PROV
                   PERFORM 771-CAPTURAR-FACTURA-PROV
           END-READ.

       771-CAPTURAR-FACTURA-PROV.
           DISPLAY "Proveedor de la orden: " WS-FPV-PROV
           DISPLAY "Numero de factura del proveedor: "
           MOVE SPACES TO WS-FPV-FACTURA-PROV
           ACCEPT WS-FPV-FACTURA-PROV
           IF WS-FPV-FACTURA-PROV = SPACES
               DISPLAY "Debe indicar el numero de factura"
           ELSE
               PERFORM 772-BUSCAR-ULTIMA-FACPROV
               IF WS-FPV-DUPLICADA = "S"
                   DISPLAY "Error: la factura " WS-FPV-FACTURA-PROV
                       " del proveedor ya fue registrada"
               ELSE
                   DISPLAY "Fecha de la factura (AAAAMMDD,"
                       " vacio = hoy): "
                   MOVE SPACES TO WS-FPV-FECHA
                   ACCEPT WS-FPV-FECHA
                   IF WS-FPV-FECHA = SPACES
                       MOVE WS-FECHA-HOY TO WS-FPV-FECHA
                   END-IF
                   PERFORM 773-CREAR-CABECERA-FACPROV
                   IF WS-FPV-CAB-OK = "S"
                       MOVE 0 TO WS-FPV-TOTAL
                       MOVE 0 TO WS-FPV-LINEA-NUM
                       MOVE "N" TO WS-FPV-RETENER
                       PERFORM 757-LISTAR-LINEAS-ORDEN
                       MOVE 1 TO WS-ORD-LINEA-SEL
                       PERFORM UNTIL WS-ORD-LINEA-SEL = 0
                           DISPLAY "Linea de la orden facturada"
                               " (0 para terminar): "
                           ACCEPT WS-ORD-LINEA-SEL
                           IF WS-ORD-LINEA-SEL NOT = 0
                               PERFORM 774-CAPTURAR-LINEA-FACPROV
                           END-IF
                       END-PERFORM
                       PERFORM 775-CERRAR-FACTURA-PROV
                   END-IF
               END-IF
           END-IF.

       772-BUSCAR-ULTIMA-FACPROV.
           MOVE 1 TO WS-PROX-FPV
           MOVE "N" TO WS-FPV-DUPLICADA
           MOVE 0 TO FPV-NUMERO
           MOVE 0 TO FPV-LINEA
           START FACPROV-ARCHIVO KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FPV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FPV-STATUS
           END-START

           PERFORM UNTIL WS-FPV-STATUS = "10"
               READ FACPROV-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FPV-STATUS
                   NOT AT END
                       COMPUTE WS-PROX-FPV = FPV-NUMERO + 1
                       IF FPV-LINEA = 0
                           AND FPV-PROV-ID = WS-FPV-PROV
                           AND FPV-FACTURA-PROV = WS-FPV-FACTURA-PROV
                           AND NOT FACPROV-RECHAZADA
                           MOVE "S" TO WS-FPV-DUPLICADA
                       END-IF
               END-READ
           END-PERFORM.

       773-CREAR-CABECERA-FACPROV.
           MOVE "N" TO WS-FPV-CAB-OK
           MOVE WS-PROX-FPV TO WS-FPV-NUM
           MOVE WS-FPV-NUM TO FPV-NUMERO
           MOVE 0 TO FPV-LINEA
           MOVE SPACES TO FPV-DATOS
           MOVE WS-FPV-PROV TO FPV-PROV-ID
           MOVE WS-ORDEN-NUM TO FPV-ORD-NUMERO
           MOVE WS-FPV-FACTURA-PROV TO FPV-FACTURA-PROV
           MOVE WS-FPV-FECHA TO FPV-FECHA
           MOVE "C" TO FPV-ESTADO
           MOVE WS-OPERADOR-ID TO FPV-EMP-ID
           MOVE 0 TO FPV-TOTAL
           MOVE 0 TO FPV-EMP-RESUELVE
           WRITE REGISTRO-FACPROV
               INVALID KEY
                   DISPLAY "Error al crear la factura de proveedor "
                       WS-FPV-NUM
               NOT INVALID KEY
                   MOVE "S" TO WS-FPV-CAB-OK
                   DISPLAY "Numero interno asignado: " WS-FPV-NUM
           END-WRITE.

       774-CAPTURAR-LINEA-FACPROV.
           MOVE WS-ORDEN-NUM TO ORD-NUMERO
           MOVE WS-ORD-LINEA-SEL TO ORD-LINEA
           READ ORDENES-ARCHIVO
               INVALID KEY
                   DISPLAY "Linea no encontrada"
               NOT INVALID KEY
                   IF ORD-CANT-FACTURADA NOT NUMERIC
                       MOVE 0 TO ORD-CANT-FACTURADA
                   END-IF
                   DISPLAY "Producto: " ORD-PROD-ID
                       " Pedido: " ORD-CANT-PEDIDA
                       " Recibido: " ORD-CANT-RECIBIDA
                       " Ya facturado: " ORD-CANT-FACTURADA
                   DISPLAY "Precio acordado: $" ORD-PRECIO-ACORD
                   DISPLAY "Cantidad facturada: "
                   ACCEPT WS-FPV-CANTIDAD
                   IF WS-FPV-CANTIDAD = 0
                       DISPLAY "Linea omitida"
                   ELSE
                       DISPLAY "Precio unitario facturado"
                           " (0 = el acordado): "
                       ACCEPT WS-FPV-PRECIO
                       IF WS-FPV-PRECIO = 0
                           MOVE ORD-PRECIO-ACORD TO WS-FPV-PRECIO
                       END-IF
                       PERFORM 777-CONCILIAR-LINEA
                       PERFORM 778-GRABAR-LINEA-FACPROV
                   END-IF
           END-READ.

       775-CERRAR-FACTURA-PROV.
           MOVE WS-FPV-NUM TO FPV-NUMERO
           MOVE 0 TO FPV-LINEA
           READ FACPROV-ARCHIVO
               INVALID KEY
                   DISPLAY "No se encontro la cabecera de la factura"
               NOT INVALID KEY
                   IF WS-FPV-LINEA-NUM = 0
                       DELETE FACPROV-ARCHIVO
                           INVALID KEY
                               DISPLAY "AVISO: no se pudo anular la"
                                   " factura vacia " WS-FPV-NUM
                           NOT INVALID KEY
                               DISPLAY "Factura sin lineas; numero "
                                   WS-FPV-NUM " anulado"
                       END-DELETE
                   ELSE
                       MOVE WS-FPV-TOTAL TO FPV-TOTAL
                       IF WS-FPV-RETENER = "S"
                           MOVE "R" TO FPV-ESTADO
                       ELSE
                           MOVE "C" TO FPV-ESTADO
                       END-IF
                       REWRITE REGISTRO-FACPROV
                           INVALID KEY
                               DISPLAY "Error al cerrar la factura"
                                   " de proveedor " WS-FPV-NUM
                           NOT INVALID KEY
                               MOVE "facturas_prov.dat"
                                   TO WS-AUD-ARCHIVO
                               MOVE "A" TO WS-AUD-OPERACION
                               MOVE FPV-NUMERO TO WS-AUD-CLAVE
                               MOVE SPACES TO WS-AUD-ANTES
                               MOVE REGISTRO-FACPROV TO WS-AUD-DESPUES
                               PERFORM 985-REGISTRAR-AUDITORIA
                               DISPLAY "Total de la factura: $"
                                   WS-FPV-TOTAL
                               IF WS-FPV-RETENER = "S"
                                   DISPLAY "FACTURA RETENIDA por"
                                       " diferencias; debe resolverla"
                                       " Compras antes del pago"
                               ELSE
                                   DISPLAY "Factura conforme; queda"
                                       " lista para contabilidad"
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

       777-CONCILIAR-LINEA.
           MOVE "C" TO WS-FPV-RESULTADO
           COMPUTE WS-FPV-FACTURADA =
               ORD-CANT-FACTURADA + WS-FPV-CANTIDAD
           COMPUTE WS-TOL-CANT-MAX = ORD-CANT-RECIBIDA +
               ORD-CANT-RECIBIDA * WS-TOL-CANT-PCT / 100
           COMPUTE WS-TOL-PRECIO-MAX = ORD-PRECIO-ACORD +
               ORD-PRECIO-ACORD * WS-TOL-PRECIO-PCT / 100
           IF WS-FPV-FACTURADA > WS-TOL-CANT-MAX
               MOVE "Q" TO WS-FPV-RESULTADO
           END-IF
           IF WS-FPV-PRECIO > WS-TOL-PRECIO-MAX
               IF WS-FPV-RESULTADO = "Q"
                   MOVE "A" TO WS-FPV-RESULTADO
               ELSE
                   MOVE "P" TO WS-FPV-RESULTADO
               END-IF
           END-IF
           COMPUTE WS-FPV-IMPORTE = WS-FPV-CANTIDAD * WS-FPV-PRECIO.

       778-GRABAR-LINEA-FACPROV.
           ADD 1 TO WS-FPV-LINEA-NUM
           MOVE WS-FPV-NUM TO FPV-NUMERO
           MOVE WS-FPV-LINEA-NUM TO FPV-LINEA
           MOVE SPACES TO FPV-DATOS
           MOVE ORD-LINEA TO FPV-ORD-LINEA
           MOVE ORD-PROD-ID TO FPV-PROD-ID
           MOVE WS-FPV-CANTIDAD TO FPV-CANTIDAD
           MOVE WS-FPV-PRECIO TO FPV-PRECIO
           MOVE WS-FPV-IMPORTE TO FPV-IMPORTE
           MOVE ORD-CANT-RECIBIDA TO FPV-CANT-RECIBIDA
           MOVE ORD-CANT-FACTURADA TO FPV-CANT-PREVIA
           MOVE ORD-PRECIO-ACORD TO FPV-PRECIO-ACORD
           MOVE WS-FPV-RESULTADO TO FPV-RESULTADO
           PERFORM 782-TEXTO-RESULTADO
           WRITE REGISTRO-FACPROV
               INVALID KEY
                   DISPLAY "Error al grabar la linea de la factura"
                   SUBTRACT 1 FROM WS-FPV-LINEA-NUM
               NOT INVALID KEY
                   ADD WS-FPV-IMPORTE TO WS-FPV-TOTAL
                   MOVE WS-FPV-FACTURADA TO ORD-CANT-FACTURADA
                   REWRITE REGISTRO-ORDEN
                       INVALID KEY
                           DISPLAY "AVISO: no se actualizo lo"
                               " facturado en la linea de la orden"
                   END-REWRITE
                   IF FPV-LINEA-CONFORME
                       DISPLAY "Linea conforme - Importe: $"
                           WS-FPV-IMPORTE
                   ELSE
                       MOVE "S" TO WS-FPV-RETENER
                       DISPLAY "DIFERENCIA: " WS-FPV-MOTIVO
                       DISPLAY "  Facturado acumulado: "
                           WS-FPV-FACTURADA " Recibido: "
                           ORD-CANT-RECIBIDA
                       DISPLAY "  Precio facturado: $" WS-FPV-PRECIO
                           " Acordado: $" ORD-PRECIO-ACORD
                   END-IF
           END-WRITE.

       776-REPORTE-EXCEPCIONES.
           DISPLAY "=== EXCEPCIONES DE CONCILIACION ==="
           MOVE 0 TO WS-EXC-FACTURAS
           MOVE 0 TO WS-EXC-LINEAS
           MOVE 0 TO WS-EXC-TOTAL
           OPEN OUTPUT REPORTE-CONC-ARCHIVO
           MOVE SPACES TO LINEA-CONC
           STRING "EXCEPCIONES DE CONCILIACION DE FACTURAS DE"
                  " PROVEEDOR - FECHA: " WS-FECHA-HOY
                  DELIMITED BY SIZE
                  INTO LINEA-CONC
           WRITE LINEA-CONC
           MOVE SPACES TO LINEA-CONC
           STRING "Tolerancia de precio: " WS-TOL-PRECIO-PCT
                  "% - Tolerancia de cantidad: " WS-TOL-CANT-PCT
                  "% sobre lo recibido"
                  DELIMITED BY SIZE
                  INTO LINEA-CONC
           WRITE LINEA-CONC
           MOVE SPACES TO LINEA-CONC
           MOVE ALL "-" TO LINEA-CONC
           WRITE LINEA-CONC

           MOVE "N" TO WS-FPV-CAB-OK
           MOVE 0 TO FPV-NUMERO
           MOVE 0 TO FPV-LINEA
           START FACPROV-ARCHIVO KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FPV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FPV-STATUS
           END-START
           PERFORM 779-EXCEPCION-FACPROV
               UNTIL WS-FPV-STATUS = "10"

           MOVE SPACES TO LINEA-CONC
           MOVE ALL "-" TO LINEA-CONC
           WRITE LINEA-CONC
           MOVE SPACES TO LINEA-CONC
           STRING "Facturas retenidas: " WS-EXC-FACTURAS
                  " - Lineas con diferencia: " WS-EXC-LINEAS
                  " - Importe retenido: $" WS-EXC-TOTAL
                  DELIMITED BY SIZE
                  INTO LINEA-CONC
           WRITE LINEA-CONC
           CLOSE REPORTE-CONC-ARCHIVO

           DISPLAY "Facturas retenidas: " WS-EXC-FACTURAS
               " - Lineas con diferencia: " WS-EXC-LINEAS
           DISPLAY "Detalle en " WS-NOMBRE-CONC.

       779-EXCEPCION-FACPROV.
           READ FACPROV-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FPV-STATUS
               NOT AT END
                   IF FPV-LINEA = 0
                       IF FACPROV-RETENIDA
                           MOVE "S" TO WS-FPV-CAB-OK
                           ADD 1 TO WS-EXC-FACTURAS
                           ADD FPV-TOTAL TO WS-EXC-TOTAL
                           MOVE SPACES TO LINEA-CONC
                           STRING "Factura " FPV-NUMERO
                                  " - Proveedor: " FPV-PROV-ID
                                  " - Orden: " FPV-ORD-NUMERO
                                  " - Fact. proveedor: "
                                  FPV-FACTURA-PROV
                                  " - Fecha: " FPV-FECHA
                                  " - Total: $" FPV-TOTAL
                                  DELIMITED BY SIZE
                                  INTO LINEA-CONC
                           WRITE LINEA-CONC
                       ELSE
                           MOVE "N" TO WS-FPV-CAB-OK
                       END-IF
                   ELSE
                       IF WS-FPV-CAB-OK = "S"
                           AND NOT FPV-LINEA-CONFORME
                           ADD 1 TO WS-EXC-LINEAS
                           PERFORM 782-TEXTO-RESULTADO
                           MOVE SPACES TO LINEA-CONC
                           STRING "  Linea OC " FPV-ORD-LINEA
                                  " - Producto: " FPV-PROD-ID
                                  " - Facturado: " FPV-CANTIDAD
                                  " - Previo: " FPV-CANT-PREVIA
                                  " - Recibido: " FPV-CANT-RECIBIDA
                                  DELIMITED BY SIZE
                                  INTO LINEA-CONC
                           WRITE LINEA-CONC
                           MOVE SPACES TO LINEA-CONC
                           STRING "    Precio: $" FPV-PRECIO
                                  " - Acordado: $" FPV-PRECIO-ACORD
                                  " - Importe: $" FPV-IMPORTE
                                  " - " WS-FPV-MOTIVO
                                  DELIMITED BY SIZE
                                  INTO LINEA-CONC
                           WRITE LINEA-CONC
                       END-IF
                   END-IF
           END-READ.

       780-RESOLVER-RETENIDA.
           DISPLAY "=== RESOLUCION DE FACTURA RETENIDA ==="
           DISPLAY "Numero interno de la factura de proveedor: "
           ACCEPT WS-FPV-NUM
           MOVE WS-FPV-NUM TO FPV-NUMERO
           MOVE 0 TO FPV-LINEA
           READ FACPROV-ARCHIVO
               INVALID KEY
                   DISPLAY "Factura no encontrada"
               NOT INVALID KEY
                   IF NOT FACPROV-RETENIDA
                       DISPLAY "La factura no esta retenida"
                           " (estado " FPV-ESTADO ")"
                   ELSE
                       PERFORM 781-DECIDIR-RETENIDA
                   END-IF
           END-READ.

       781-DECIDIR-RETENIDA.
           MOVE FPV-ORD-NUMERO TO WS-FPV-ORDEN
           DISPLAY "Proveedor: " FPV-PROV-ID
               " Orden: " FPV-ORD-NUMERO
               " Fact. proveedor: " FPV-FACTURA-PROV
               " Total: $" FPV-TOTAL
           PERFORM 783-LISTAR-LINEAS-FACPROV
           DISPLAY "L = Liberar para pago, N = Rechazar,"
               " otro = volver: "
           ACCEPT WS-FPV-DECISION
           IF WS-FPV-DECISION = "l"
               MOVE "L" TO WS-FPV-DECISION
           END-IF
           IF WS-FPV-DECISION = "n"
               MOVE "N" TO WS-FPV-DECISION
           END-IF

           IF WS-FPV-DECISION = "L" OR WS-FPV-DECISION = "N"
               IF WS-FPV-DECISION = "N"
                   PERFORM 784-REVERTIR-FACTURADO
               END-IF
               MOVE WS-FPV-NUM TO FPV-NUMERO
               MOVE 0 TO FPV-LINEA
               READ FACPROV-ARCHIVO
                   INVALID KEY
                       DISPLAY "No se encontro la cabecera de la"
                           " factura"
                   NOT INVALID KEY
                       MOVE REGISTRO-FACPROV TO WS-AUD-ANTES
                       MOVE WS-FPV-DECISION TO FPV-ESTADO
                       MOVE WS-OPERADOR-ID TO FPV-EMP-RESUELVE
                       MOVE WS-FECHA-HOY TO FPV-FECHA-RESUELVE
                       REWRITE REGISTRO-FACPROV
                           INVALID KEY
                               DISPLAY "Error al actualizar la"
                                   " factura de proveedor"
                           NOT INVALID KEY
                               MOVE "facturas_prov.dat"
                                   TO WS-AUD-ARCHIVO
                               MOVE "M" TO WS-AUD-OPERACION
                               MOVE FPV-NUMERO TO WS-AUD-CLAVE
                               MOVE REGISTRO-FACPROV TO WS-AUD-DESPUES
                               PERFORM 985-REGISTRAR-AUDITORIA
                               IF FACPROV-LIBERADA
                                   DISPLAY "Factura liberada para"
                                       " contabilidad"
                               ELSE
                                   DISPLAY "Factura rechazada; se"
                                       " devolvio lo facturado a la"
                                       " orden"
                               END-IF
                       END-REWRITE
               END-READ
           ELSE
               DISPLAY "Sin cambios"
           END-IF.

       782-TEXTO-RESULTADO.
           EVALUATE TRUE
               WHEN FPV-DIF-CANTIDAD
                   MOVE "CANTIDAD MAYOR A LO RECIBIDO"
                       TO WS-FPV-MOTIVO
               WHEN FPV-DIF-PRECIO
                   MOVE "PRECIO MAYOR AL ACORDADO"
                       TO WS-FPV-MOTIVO
               WHEN FPV-DIF-AMBAS
                   MOVE "CANTIDAD Y PRECIO FUERA DE TOL"
                       TO WS-FPV-MOTIVO
               WHEN OTHER
                   MOVE "CONFORME" TO WS-FPV-MOTIVO
           END-EVALUATE.

       783-LISTAR-LINEAS-FACPROV.
           MOVE WS-FPV-NUM TO FPV-NUMERO
           MOVE 1 TO FPV-LINEA
           START FACPROV-ARCHIVO KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FPV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FPV-STATUS
           END-START

           MOVE "N" TO WS-FPV-FIN
           IF WS-FPV-STATUS = "10"
               MOVE "S" TO WS-FPV-FIN
           END-IF
           PERFORM UNTIL WS-FPV-FIN = "S"
               READ FACPROV-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FPV-FIN
                   NOT AT END
                       IF FPV-NUMERO NOT = WS-FPV-NUM
                           MOVE "S" TO WS-FPV-FIN
                       ELSE
                           PERFORM 782-TEXTO-RESULTADO
                           DISPLAY "Linea OC " FPV-ORD-LINEA
                               " Producto: " FPV-PROD-ID
                               " Facturado: " FPV-CANTIDAD
                               " Recibido: " FPV-CANT-RECIBIDA
                               " Precio: $" FPV-PRECIO
                               " Acordado: $" FPV-PRECIO-ACORD
                               " " WS-FPV-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.

       784-REVERTIR-FACTURADO.
           MOVE WS-FPV-NUM TO FPV-NUMERO
           MOVE 1 TO FPV-LINEA
           START FACPROV-ARCHIVO KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FPV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FPV-STATUS
           END-START

           MOVE "N" TO WS-FPV-FIN
           IF WS-FPV-STATUS = "10"
               MOVE "S" TO WS-FPV-FIN
           END-IF
           PERFORM UNTIL WS-FPV-FIN = "S"
               READ FACPROV-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FPV-FIN
                   NOT AT END
                       IF FPV-NUMERO NOT = WS-FPV-NUM
                           MOVE "S" TO WS-FPV-FIN
                       ELSE
                           PERFORM 785-REVERTIR-UNA-LINEA
                       END-IF
               END-READ
           END-PERFORM.

       785-REVERTIR-UNA-LINEA.
           MOVE WS-FPV-ORDEN TO ORD-NUMERO
           MOVE FPV-ORD-LINEA TO ORD-LINEA
           READ ORDENES-ARCHIVO
               INVALID KEY
                   DISPLAY "AVISO: no existe la linea " FPV-ORD-LINEA
                       " de la orden " WS-FPV-ORDEN
               NOT INVALID KEY
                   IF ORD-CANT-FACTURADA NOT NUMERIC
                       MOVE 0 TO ORD-CANT-FACTURADA
                   END-IF
                   IF ORD-CANT-FACTURADA > FPV-CANTIDAD
                       SUBTRACT FPV-CANTIDAD FROM ORD-CANT-FACTURADA
                   ELSE
                       MOVE 0 TO ORD-CANT-FACTURADA
                   END-IF
                   REWRITE REGISTRO-ORDEN
                       INVALID KEY
                           DISPLAY "AVISO: no se actualizo la linea "
                               FPV-ORD-LINEA " de la orden"
                   END-REWRITE
           END-READ.

       MOVIMIENTOS-SECTION SECTION.
       800-VER-MOVIMIENTOS.
           PERFORM UNTIL WS-CONFIRMAR = "S" OR WS-CONFIRMAR = "s"
               DISPLAY " "
               DISPLAY "=== INTERFAZ DE CONTABILIDAD ==="
               DISPLAY "1. Exportar Productos, Movimientos y"
                   " Facturas de Proveedor"
               DISPLAY "2. Importar Productos"
               DISPLAY "3. Plan de Cuentas"
               DISPLAY "4. Generar Asientos del Periodo"
               DISPLAY "5. Volver al Menu Principal"
               DISPLAY "Ingrese su opcion (1-5): "
               ACCEPT WS-OPCION

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 871-EXPORTAR-CONTABILIDAD
                   WHEN 2
                       IF WS-ROL-PERMISO(WS-ROL-PERM-IMPORTAR) = "S"
                           PERFORM 875-IMPORTAR-PRODUCTOS
                       ELSE
                           MOVE WS-OPERADOR-ID TO WS-ROL-EMP
                           MOVE WS-ROL-ACTUAL TO WS-ROL-CODIGO
                           MOVE "Importar productos" TO WS-ROL-ACCION
                           MOVE "IMPORT" TO WS-ROL-CLAVE
                           PERFORM 013-RECHAZAR-ACCESO
                       END-IF
                   WHEN 3
                       PERFORM 885-PLAN-DE-CUENTAS
                   WHEN 4
                       PERFORM 889-GENERAR-ASIENTOS
                   WHEN 5
                       MOVE "S" TO WS-CONFIRMAR
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
           DISPLAY "=== EXPORTACION PARA CONTABILIDAD ==="
           PERFORM 872-EXPORTAR-PRODUCTOS
           PERFORM 874-EXPORTAR-MOVIMIENTOS
           PERFORM 883-EXPORTAR-FACTURAS-PROV
           DISPLAY "Exportacion completada (decimales con"
               " punto)".

           DISPLAY "Movimientos exportados: " WS-EXP-CONTADOR
               " en export_movimientos.txt".

       883-EXPORTAR-FACTURAS-PROV.
           OPEN OUTPUT EXPORT-FPV-ARCHIVO
           MOVE 0 TO WS-EXP-CONTADOR
           MOVE 0 TO WS-FPV-RETENIDAS

           MOVE 0 TO FPV-NUMERO
           MOVE 0 TO FPV-LINEA
           START FACPROV-ARCHIVO KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FPV-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-FPV-STATUS
           END-START

           PERFORM 884-EXPORTAR-UNA-FACPROV
               UNTIL WS-FPV-STATUS = "10"

           CLOSE EXPORT-FPV-ARCHIVO
           DISPLAY "Facturas de proveedor exportadas: "
               WS-EXP-CONTADOR " en export_facturas_prov.txt"
           IF WS-FPV-RETENIDAS > 0
               DISPLAY "Facturas retenidas sin exportar (pendientes"
                   " de Compras): " WS-FPV-RETENIDAS
           END-IF.

       884-EXPORTAR-UNA-FACPROV.
           READ FACPROV-ARCHIVO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FPV-STATUS
               NOT AT END
                   IF FPV-LINEA = 0
                       IF FACPROV-RETENIDA
                           ADD 1 TO WS-FPV-RETENIDAS
                       END-IF
                       IF FACPROV-CONFORME OR FACPROV-LIBERADA
                           MOVE FPV-TOTAL TO WS-EXP-VALOR-ED
                           MOVE WS-EXP-VALOR-ED TO WS-EXP-VALOR-TX
                           INSPECT WS-EXP-VALOR-TX
                               REPLACING ALL "," BY "."
                           MOVE SPACES TO LINEA-EXPORT-FPV
                           STRING FPV-NUMERO ";" FPV-PROV-ID ";"
                                  FPV-ORD-NUMERO ";"
                                  FPV-FACTURA-PROV ";"
                                  FPV-FECHA ";" WS-EXP-VALOR-TX
                                  DELIMITED BY SIZE
                                  INTO LINEA-EXPORT-FPV
                           WRITE LINEA-EXPORT-FPV
                           ADD 1 TO WS-EXP-CONTADOR
                           MOVE "X" TO FPV-ESTADO
                           REWRITE REGISTRO-FACPROV
                               INVALID KEY
                                   DISPLAY "AVISO: no se marco como"
                                       " contabilizada la factura "
                                       FPV-NUMERO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       885-PLAN-DE-CUENTAS.
           MOVE "N" TO WS-ASI-FIN
           PERFORM UNTIL WS-ASI-FIN = "S"
               DISPLAY " "
               DISPLAY "=== PLAN DE CUENTAS ==="
               PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
                   UNTIL WS-ASI-IDX > 8
                   PERFORM 886-MOSTRAR-CUENTA
               END-PERFORM
               DISPLAY "Concepto a asignar (blanco = volver): "
               MOVE SPACES TO WS-ASI-CONCEPTO
               ACCEPT WS-ASI-CONCEPTO
               IF WS-ASI-CONCEPTO = SPACES
                   MOVE "S" TO WS-ASI-FIN
               ELSE
                   PERFORM 887-ASIGNAR-CUENTA
               END-IF
           END-PERFORM.

       886-MOSTRAR-CUENTA.
           MOVE WS-CTA-COD(WS-ASI-IDX) TO CTA-CONCEPTO
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   DISPLAY WS-CTA-COD(WS-ASI-IDX) " - "
                       WS-CTA-NOMBRE(WS-ASI-IDX)
                       " - Cuenta: (sin asignar)"
               NOT INVALID KEY
                   DISPLAY WS-CTA-COD(WS-ASI-IDX) " - "
                       CTA-DESCRIPCION " - Cuenta: " CTA-CUENTA
           END-READ.

       887-ASIGNAR-CUENTA.
           MOVE "N" TO WS-ASI-HALLADO
           PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
               UNTIL WS-ASI-IDX > 8 OR WS-ASI-HALLADO = "S"
               IF WS-CTA-COD(WS-ASI-IDX) = WS-ASI-CONCEPTO
                   MOVE WS-CTA-NOMBRE(WS-ASI-IDX)
                       TO WS-ASI-DESC-NUEVA
                   MOVE "S" TO WS-ASI-HALLADO
               END-IF
           END-PERFORM

           IF WS-ASI-HALLADO = "N"
               DISPLAY "Concepto invalido"
           ELSE
               DISPLAY "Cuenta contable para " WS-ASI-CONCEPTO
                   " (" WS-ASI-DESC-NUEVA "): "
               MOVE SPACES TO WS-ASI-CUENTA-NUEVA
               ACCEPT WS-ASI-CUENTA-NUEVA
               IF WS-ASI-CUENTA-NUEVA = SPACES
                   DISPLAY "Cuenta no informada; sin cambios"
               ELSE
                   PERFORM 888-GRABAR-CUENTA
               END-IF
           END-IF.

       888-GRABAR-CUENTA.
           MOVE WS-ASI-CONCEPTO TO CTA-CONCEPTO
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-ASI-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO WS-ASI-HALLADO
           END-READ

           IF WS-ASI-HALLADO = "S"
               MOVE REGISTRO-CUENTA TO WS-AUD-ANTES
               MOVE WS-ASI-CUENTA-NUEVA TO CTA-CUENTA
               REWRITE REGISTRO-CUENTA
                   INVALID KEY
                       DISPLAY "Error al actualizar la cuenta"
                   NOT INVALID KEY
                       DISPLAY "Cuenta actualizada"
                       MOVE "cuentas.dat" TO WS-AUD-ARCHIVO
                       MOVE "M" TO WS-AUD-OPERACION
                       MOVE CTA-CONCEPTO TO WS-AUD-CLAVE
                       MOVE REGISTRO-CUENTA TO WS-AUD-DESPUES
                       PERFORM 985-REGISTRAR-AUDITORIA
               END-REWRITE
           ELSE
               MOVE WS-ASI-CONCEPTO TO CTA-CONCEPTO
               MOVE WS-ASI-CUENTA-NUEVA TO CTA-CUENTA
               MOVE WS-ASI-DESC-NUEVA TO CTA-DESCRIPCION
               WRITE REGISTRO-CUENTA
                   INVALID KEY
                       DISPLAY "Error al guardar la cuenta"
                   NOT INVALID KEY
                       DISPLAY "Cuenta asignada"
                       MOVE "cuentas.dat" TO WS-AUD-ARCHIVO
                       MOVE "A" TO WS-AUD-OPERACION
                       MOVE CTA-CONCEPTO TO WS-AUD-CLAVE
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE REGISTRO-CUENTA TO WS-AUD-DESPUES
                       PERFORM 985-REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       889-GENERAR-ASIENTOS.
           DISPLAY "=== ASIENTOS CONTABLES DEL PERIODO ==="
           DISPLAY "Periodo (AAAAMM, blanco = mes actual): "
           MOVE SPACES TO WS-ASI-PERIODO
           ACCEPT WS-ASI-PERIODO
           IF WS-ASI-PERIODO = SPACES
               MOVE WS-FECHA-HOY(1:6) TO WS-ASI-PERIODO
           END-IF
           IF WS-ASI-PERIODO IS NOT NUMERIC
               OR WS-ASI-PERIODO < "190001"
               OR WS-ASI-PERIODO(5:2) < "01"
               OR WS-ASI-PERIODO(5:2) > "12"
               OR WS-ASI-PERIODO > WS-FECHA-HOY(1:6)
               DISPLAY "Periodo invalido"
           ELSE
               PERFORM 932-CALCULAR-ASIENTOS
           END-IF.

       932-CALCULAR-ASIENTOS.
           MOVE "N" TO WS-ASI-ERROR
           MOVE 0 TO WS-ASI-MOVS
           MOVE 0 TO WS-ASI-EMPLEADOS
           MOVE 0 TO WS-ASI-COMPRAS
           MOVE 0 TO WS-ASI-DEV-PROV
           MOVE 0 TO WS-ASI-COSTO-VTA
           MOVE 0 TO WS-ASI-MERMA-NEG
           MOVE 0 TO WS-ASI-MERMA-POS
           MOVE 0 TO WS-ASI-DEV-SCRAP
           MOVE 0 TO WS-ASI-DEV-REPONE
           MOVE 0 TO WS-ASI-NOM-BRUTO
           MOVE 0 TO WS-ASI-NOM-SEGURO
           MOVE 0 TO WS-ASI-NOM-IMPUESTO
           MOVE 0 TO WS-ASI-NOM-NETO

           MOVE 0 TO WS-WAC-TOTAL
           MOVE "N" TO WS-WAC-AVISADO
           MOVE WS-ASI-PERIODO TO WS-SNAP-PERIODO-CIERRE
           PERFORM 906-CARGAR-SNAPSHOT-PREVIO
           MOVE 1 TO WS-ASI-PASADA
           PERFORM 933-ASI-RECORRER-MOVIMIENTOS
           MOVE 2 TO WS-ASI-PASADA
           PERFORM 933-ASI-RECORRER-MOVIMIENTOS
           PERFORM 938-ASI-ACUMULAR-NOMINA

           DISPLAY "Movimientos del periodo: " WS-ASI-MOVS
               " - Empleados liquidados: " WS-ASI-EMPLEADOS

           PERFORM 939-ASI-ARMAR-ASIENTOS

           IF WS-ASI-TOT-DEBE NOT = WS-ASI-TOT-HABER
               DISPLAY "ERROR: el lote no balancea (debe distinto"
                   " de haber)"
               MOVE "S" TO WS-ASI-ERROR
           END-IF

           DISPLAY "TOTAL DE CONTROL - Periodo " WS-ASI-PERIODO
               " - Asientos: " WS-ASI-NUMERO
               " - Lineas: " WS-ASL-TOTAL
           DISPLAY "  Total debe:  $" WS-ASI-TOT-DEBE
           DISPLAY "  Total haber: $" WS-ASI-TOT-HABER

           IF WS-ASL-TOTAL = 0
               DISPLAY "Sin operaciones para contabilizar en el"
                   " periodo"
           ELSE
               IF WS-ASI-ERROR = "S"
                   DISPLAY "LOTE RECHAZADO: no se genero el diario"
                       " contable"
               ELSE
                   PERFORM 944-ASI-ESCRIBIR-DIARIO
               END-IF
           END-IF.

       933-ASI-RECORRER-MOVIMIENTOS.
           MOVE WS-ASI-PERIODO TO WS-PERIODO
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-FIN
           PERFORM 934-ASI-ARCHIVO-HIST
               UNTIL WS-PERIODO > WS-PERIODO-FIN

           CLOSE MOVIMIENTOS-ARCHIVO
           OPEN INPUT MOVIMIENTOS-ARCHIVO

           PERFORM UNTIL WS-MOV-STATUS = "10"
               READ MOVIMIENTOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MOV-STATUS
                   NOT AT END
                       PERFORM 935-ASI-PROCESAR-MOV
               END-READ
           END-PERFORM

           CLOSE MOVIMIENTOS-ARCHIVO
           OPEN I-O MOVIMIENTOS-ARCHIVO
           IF WS-MOV-STATUS = "35"
               OPEN OUTPUT MOVIMIENTOS-ARCHIVO
               CLOSE MOVIMIENTOS-ARCHIVO
               OPEN I-O MOVIMIENTOS-ARCHIVO
           END-IF.

       934-ASI-ARCHIVO-HIST.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO-HIST
           STRING "movimientos_" WS-PERIODO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-HIST
           OPEN INPUT ARCHIVO-HISTORICO
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS = "10"
                   READ ARCHIVO-HISTORICO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           MOVE REGISTRO-HISTORICO
                               TO REGISTRO-MOVIMIENTO
                           PERFORM 935-ASI-PROCESAR-MOV
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORICO
           END-IF
           PERFORM 825-AVANZAR-PERIODO.

       935-ASI-PROCESAR-MOV.
           IF MOV-FECHA(1:6) = WS-ASI-PERIODO
               IF WS-ASI-PASADA = 1
                   IF ES-ENTRADA
                       MOVE MOV-PROD-ID TO WS-WAC-ACU-PROD
                       MOVE MOV-CANTIDAD TO WS-WAC-ACU-CANT
                       COMPUTE WS-WAC-ACU-VALOR =
                           MOV-CANTIDAD * MOV-PRECIO-UNIT
                       PERFORM 917-WAC-ACUMULAR
                   END-IF
               ELSE
                   PERFORM 936-ASI-VALORIZAR-MOV
               END-IF
           END-IF.

       936-ASI-VALORIZAR-MOV.
           ADD 1 TO WS-ASI-MOVS
           EVALUATE TRUE
               WHEN MOV-DE-KIT
                   CONTINUE
               WHEN ES-ENTRADA
                   COMPUTE WS-ASI-IMPORTE ROUNDED =
                       MOV-CANTIDAD * MOV-PRECIO-UNIT
                   ADD WS-ASI-IMPORTE TO WS-ASI-COMPRAS
               WHEN ES-DEV-PROVEEDOR
                   COMPUTE WS-ASI-IMPORTE ROUNDED =
                       MOV-CANTIDAD * MOV-PRECIO-UNIT
                   ADD WS-ASI-IMPORTE TO WS-ASI-DEV-PROV
               WHEN ES-SALIDA
                   PERFORM 937-ASI-COSTO-PROMEDIO
                   COMPUTE WS-ASI-IMPORTE ROUNDED =
                       MOV-CANTIDAD * WS-ASI-COSTO
                   ADD WS-ASI-IMPORTE TO WS-ASI-COSTO-VTA
               WHEN ES-AJUSTE
                   PERFORM 937-ASI-COSTO-PROMEDIO
                   COMPUTE WS-ASI-IMPORTE ROUNDED =
                       MOV-CANTIDAD * WS-ASI-COSTO
                   IF AJUSTE-NEGATIVO
                       ADD WS-ASI-IMPORTE TO WS-ASI-MERMA-NEG
                   ELSE
                       ADD WS-ASI-IMPORTE TO WS-ASI-MERMA-POS
                   END-IF
               WHEN ES-DEV-CLIENTE
                   PERFORM 937-ASI-COSTO-PROMEDIO
                   COMPUTE WS-ASI-IMPORTE ROUNDED =
                       MOV-CANTIDAD * WS-ASI-COSTO
                   IF AJUSTE-POSITIVO
                       ADD WS-ASI-IMPORTE TO WS-ASI-DEV-REPONE
                   ELSE
                       ADD WS-ASI-IMPORTE TO WS-ASI-DEV-SCRAP
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       937-ASI-COSTO-PROMEDIO.
           MOVE "N" TO WS-WAC-HALLADO
           PERFORM VARYING WS-WAC-IDX FROM 1 BY 1
               UNTIL WS-WAC-IDX > WS-WAC-TOTAL
               OR WS-WAC-HALLADO = "S"
               IF WS-WAC-PROD(WS-WAC-IDX) = MOV-PROD-ID
                   AND WS-WAC-CANT(WS-WAC-IDX) > 0
                   COMPUTE WS-ASI-COSTO ROUNDED =
                       WS-WAC-VALOR(WS-WAC-IDX) /
                       WS-WAC-CANT(WS-WAC-IDX)
                   MOVE "S" TO WS-WAC-HALLADO
               END-IF
           END-PERFORM
           IF WS-WAC-HALLADO = "N"
               MOVE MOV-PROD-ID TO PROD-ID
               READ PRODUCTOS-ARCHIVO
                   INVALID KEY
                       MOVE MOV-PRECIO-UNIT TO WS-ASI-COSTO
                   NOT INVALID KEY
                       MOVE PROD-PRECIO TO WS-ASI-COSTO
               END-READ
           END-IF.

       938-ASI-ACUMULAR-NOMINA.
           MOVE SPACES TO WS-NOMBRE-NOMINA
           STRING "nomina_" WS-ASI-PERIODO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF WS-NOM-STATUS NOT = "00"
               DISPLAY "Sin nomina liquidada para el periodo "
                   WS-ASI-PERIODO
           ELSE
               PERFORM UNTIL WS-NOM-STATUS = "10"
                   READ NOMINA-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "10" TO WS-NOM-STATUS
                       NOT AT END
                           ADD 1 TO WS-ASI-EMPLEADOS
                           ADD NOM-BRUTO TO WS-ASI-NOM-BRUTO
                           ADD NOM-SEGURO TO WS-ASI-NOM-SEGURO
                           ADD NOM-IMPUESTO TO WS-ASI-NOM-IMPUESTO
                           ADD NOM-NETO TO WS-ASI-NOM-NETO
                   END-READ
               END-PERFORM
               CLOSE NOMINA-ARCHIVO
           END-IF.

       939-ASI-ARMAR-ASIENTOS.
           MOVE 0 TO WS-ASL-TOTAL
           MOVE 0 TO WS-ASI-NUMERO
           MOVE 0 TO WS-ASI-TOT-DEBE
           MOVE 0 TO WS-ASI-TOT-HABER

           IF WS-ASI-COMPRAS > 0
               MOVE "Compras de mercaderias" TO WS-ASI-GLOSA
               MOVE "INVENT" TO WS-ASI-CTA-DEBE
               MOVE "PROVEE" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-COMPRAS TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF
           IF WS-ASI-DEV-PROV > 0
               MOVE "Devoluciones a proveedores" TO WS-ASI-GLOSA
               MOVE "PROVEE" TO WS-ASI-CTA-DEBE
               MOVE "INVENT" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-DEV-PROV TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF
           IF WS-ASI-COSTO-VTA > 0
               MOVE "Costo de las salidas" TO WS-ASI-GLOSA
               MOVE "COSTOV" TO WS-ASI-CTA-DEBE
               MOVE "INVENT" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-COSTO-VTA TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF
           IF WS-ASI-MERMA-NEG > 0
               MOVE "Ajustes de stock en menos" TO WS-ASI-GLOSA
               MOVE "MERMAS" TO WS-ASI-CTA-DEBE
               MOVE "INVENT" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-MERMA-NEG TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF
           IF WS-ASI-MERMA-POS > 0
               MOVE "Ajustes de stock en mas" TO WS-ASI-GLOSA
               MOVE "INVENT" TO WS-ASI-CTA-DEBE
               MOVE "MERMAS" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-MERMA-POS TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF
           IF WS-ASI-DEV-SCRAP > 0
               MOVE "Devoluciones de clientes a scrap"
                   TO WS-ASI-GLOSA
               MOVE "MERMAS" TO WS-ASI-CTA-DEBE
               MOVE "COSTOV" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-DEV-SCRAP TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF
           IF WS-ASI-DEV-REPONE > 0
               MOVE "Devoluciones de clientes a stock"
                   TO WS-ASI-GLOSA
               MOVE "INVENT" TO WS-ASI-CTA-DEBE
               MOVE "COSTOV" TO WS-ASI-CTA-HABER
               MOVE WS-ASI-DEV-REPONE TO WS-ASI-IMPORTE
               PERFORM 940-ASI-ASIENTO-SIMPLE
           END-IF

           IF WS-ASI-NOM-BRUTO > 0
               MOVE "Liquidacion de sueldos" TO WS-ASI-GLOSA
               PERFORM 941-ASI-NUEVO-ASIENTO
               MOVE "SUELDO" TO WS-ASI-CONCEPTO
               MOVE WS-ASI-NOM-BRUTO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM 942-ASI-AGREGAR-LINEA
               IF WS-ASI-NOM-SEGURO > 0
                   MOVE "SEGSOC" TO WS-ASI-CONCEPTO
                   MOVE 0 TO WS-ASI-DEBE
                   MOVE WS-ASI-NOM-SEGURO TO WS-ASI-HABER
                   PERFORM 942-ASI-AGREGAR-LINEA
               END-IF
               IF WS-ASI-NOM-IMPUESTO > 0
                   MOVE "RETIMP" TO WS-ASI-CONCEPTO
                   MOVE 0 TO WS-ASI-DEBE
                   MOVE WS-ASI-NOM-IMPUESTO TO WS-ASI-HABER
                   PERFORM 942-ASI-AGREGAR-LINEA
               END-IF
               IF WS-ASI-NOM-NETO > 0
                   MOVE "BANCO" TO WS-ASI-CONCEPTO
                   MOVE 0 TO WS-ASI-DEBE
                   MOVE WS-ASI-NOM-NETO TO WS-ASI-HABER
                   PERFORM 942-ASI-AGREGAR-LINEA
               END-IF
               PERFORM 943-ASI-VERIFICAR-ASIENTO
           END-IF.

       940-ASI-ASIENTO-SIMPLE.
           PERFORM 941-ASI-NUEVO-ASIENTO
           MOVE WS-ASI-CTA-DEBE TO WS-ASI-CONCEPTO
           MOVE WS-ASI-IMPORTE TO WS-ASI-DEBE
           MOVE 0 TO WS-ASI-HABER
           PERFORM 942-ASI-AGREGAR-LINEA
           MOVE WS-ASI-CTA-HABER TO WS-ASI-CONCEPTO
           MOVE 0 TO WS-ASI-DEBE
           MOVE WS-ASI-IMPORTE TO WS-ASI-HABER
           PERFORM 942-ASI-AGREGAR-LINEA
           PERFORM 943-ASI-VERIFICAR-ASIENTO.

       941-ASI-NUEVO-ASIENTO.
           ADD 1 TO WS-ASI-NUMERO
           MOVE 0 TO WS-ASI-ASTO-DEBE
           MOVE 0 TO WS-ASI-ASTO-HABER.

       942-ASI-AGREGAR-LINEA.
           MOVE WS-ASI-CONCEPTO TO CTA-CONCEPTO
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO CTA-CUENTA
           END-READ
           IF CTA-CUENTA = SPACES
               DISPLAY "ERROR: el concepto " WS-ASI-CONCEPTO
                   " no tiene cuenta en el plan de cuentas"
               MOVE "S" TO WS-ASI-ERROR
           END-IF

           IF WS-ASL-TOTAL < 20
               ADD 1 TO WS-ASL-TOTAL
               MOVE WS-ASI-NUMERO TO WS-ASL-ASIENTO(WS-ASL-TOTAL)
               MOVE WS-ASI-CONCEPTO
                   TO WS-ASL-CONCEPTO(WS-ASL-TOTAL)
               MOVE CTA-CUENTA TO WS-ASL-CUENTA(WS-ASL-TOTAL)
               MOVE WS-ASI-GLOSA TO WS-ASL-GLOSA(WS-ASL-TOTAL)
               MOVE WS-ASI-DEBE TO WS-ASL-DEBE(WS-ASL-TOTAL)
               MOVE WS-ASI-HABER TO WS-ASL-HABER(WS-ASL-TOTAL)
           ELSE
               DISPLAY "ERROR: demasiadas lineas en el lote"
               MOVE "S" TO WS-ASI-ERROR
           END-IF

           ADD WS-ASI-DEBE TO WS-ASI-ASTO-DEBE
           ADD WS-ASI-DEBE TO WS-ASI-TOT-DEBE
           ADD WS-ASI-HABER TO WS-ASI-ASTO-HABER
           ADD WS-ASI-HABER TO WS-ASI-TOT-HABER.

       943-ASI-VERIFICAR-ASIENTO.
           IF WS-ASI-ASTO-DEBE NOT = WS-ASI-ASTO-HABER
               DISPLAY "ERROR: asiento " WS-ASI-NUMERO " ("
                   WS-ASI-GLOSA ") desbalanceado"
               DISPLAY "  Debe: $" WS-ASI-ASTO-DEBE
                   " - Haber: $" WS-ASI-ASTO-HABER
               MOVE "S" TO WS-ASI-ERROR
           END-IF.

       944-ASI-ESCRIBIR-DIARIO.
           MOVE SPACES TO WS-NOMBRE-ASIENTOS
           STRING "asientos_" WS-ASI-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-ASIENTOS
           OPEN OUTPUT ASIENTOS-ARCHIVO

           PERFORM VARYING WS-ASL-IDX FROM 1 BY 1
               UNTIL WS-ASL-IDX > WS-ASL-TOTAL
               MOVE WS-ASL-DEBE(WS-ASL-IDX) TO WS-EXP-VALOR-ED
               MOVE WS-EXP-VALOR-ED TO WS-ASI-DEBE-TX
               INSPECT WS-ASI-DEBE-TX REPLACING ALL "," BY "."
               MOVE WS-ASL-HABER(WS-ASL-IDX) TO WS-EXP-VALOR-ED
               MOVE WS-EXP-VALOR-ED TO WS-ASI-HABER-TX
               INSPECT WS-ASI-HABER-TX REPLACING ALL "," BY "."
               MOVE SPACES TO LINEA-ASIENTO
               STRING WS-ASI-PERIODO ";"
                      WS-ASL-ASIENTO(WS-ASL-IDX) ";"
                      WS-ASL-CUENTA(WS-ASL-IDX) ";"
                      WS-ASL-CONCEPTO(WS-ASL-IDX) ";"
                      WS-ASL-GLOSA(WS-ASL-IDX) ";"
                      WS-ASI-DEBE-TX ";" WS-ASI-HABER-TX
                      DELIMITED BY SIZE
                      INTO LINEA-ASIENTO
               WRITE LINEA-ASIENTO
           END-PERFORM

           MOVE WS-ASI-TOT-DEBE TO WS-EXP-VALOR-ED
           MOVE WS-EXP-VALOR-ED TO WS-ASI-DEBE-TX
           INSPECT WS-ASI-DEBE-TX REPLACING ALL "," BY "."
           MOVE WS-ASI-TOT-HABER TO WS-EXP-VALOR-ED
           MOVE WS-EXP-VALOR-ED TO WS-ASI-HABER-TX
           INSPECT WS-ASI-HABER-TX REPLACING ALL "," BY "."
           MOVE SPACES TO LINEA-ASIENTO
           STRING WS-ASI-PERIODO ";TOTAL;" WS-ASI-NUMERO ";"
                  WS-ASL-TOTAL ";" WS-ASI-DEBE-TX ";"
                  WS-ASI-HABER-TX
                  DELIMITED BY SIZE
                  INTO LINEA-ASIENTO
           WRITE LINEA-ASIENTO
           CLOSE ASIENTOS-ARCHIVO

           DISPLAY "Diario contable balanceado generado en "
               WS-NOMBRE-ASIENTOS.

       875-IMPORTAR-PRODUCTOS.
           DISPLAY "=== IMPORTACION DE PRODUCTOS ==="
           OPEN INPUT IMPORT-ARCHIVO
           MOVE WS-FECHA-HOY TO PROD-ULTIMA-COMPRA
           MOVE WS-OPERADOR-ID TO PROD-CREADO-POR
           SET PROD-PERECEDERO-NO TO TRUE
           SET PROD-IMP-GENERAL TO TRUE

           WRITE REGISTRO-PRODUCTO
               INVALID KEY
           CLOSE LOTES-ARCHIVO
           CLOSE CLIENTES-ARCHIVO
           CLOSE FACTURAS-ARCHIVO
           CLOSE COBROS-ARCHIVO
           CLOSE FACPROV-ARCHIVO
           CLOSE CUENTAS-ARCHIVO
           CLOSE RESERVAS-ARCHIVO
           CLOSE BACKORDERS-ARCHIVO
           CLOSE XREF-ARCHIVO
           CLOSE PRECIOS-ARCHIVO
           CLOSE MATERIALES-ARCHIVO
           CLOSE ENSAMBLES-ARCHIVO
           CLOSE MINIMOS-ARCHIVO
           CLOSE ROLES-ARCHIVO
           CLOSE OPERADORES-ARCHIVO.
