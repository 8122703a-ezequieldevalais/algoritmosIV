       IDENTIFICATION DIVISION.
       program-id. "INTERFAZ_CONTABLE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PLAN-CUENTAS ASSIGN TO
           "input/planCuentas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLAN-CUENTAS-STATUS.

           SELECT CONTROL-CONTABLE ASSIGN TO
           "input/controlContable.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CONTABLE-STATUS.

           SELECT REGISTRO-FACTURAS ASSIGN TO
           "input/registroFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRO-FACTURAS-STATUS.

           SELECT PAGOS ASSIGN TO
           "input/pagos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

           SELECT ORDENES-TALLER ASSIGN TO
           "input/ordenesTaller.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ORD
           FILE STATUS IS ORDENES-TALLER-STATUS.

           SELECT APROBADOS-AGENCIAS ASSIGN TO
           "input/aprobadosAgencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APROBADOS-AGENCIAS-STATUS.

           SELECT AGENCIAS ASSIGN TO
           "input/agencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AGE-CODIGO
           FILE STATUS IS AGENCIAS-STATUS.

           SELECT ASIENTOS ASSIGN TO
           "output/asientosContables.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASIENTOS-STATUS.

           SELECT INTERFAZ ASSIGN USING
           NOMBRE-ARCHIVO-INTERFAZ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTERFAZ-STATUS.

           SELECT INFORME ASSIGN TO
           "output/controlContable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    PLAN-CUENTAS
            LABEL RECORD STANDARD.
        01    REG-PLAN-CUENTAS.
               03  PLC-CONCEPTO         PIC X(10).
               03  PLC-CUENTA           PIC X(10).
               03  PLC-DESCRIPCION      PIC X(30).

        FD    CONTROL-CONTABLE
            LABEL RECORD STANDARD.
        01    REG-CONTROL-CONTABLE.
               03  CTB-PERIODO          PIC 9(6).
               03  CTB-FECHA-EXPORTACION PIC 9(8).
               03  CTB-CANT-ASIENTOS    PIC 9(6).
               03  CTB-TOTAL-DEBE       PIC 9(10)V99.
               03  CTB-TOTAL-HABER      PIC 9(10)V99.

        FD    REGISTRO-FACTURAS
            LABEL RECORD STANDARD.
        01    REG-REGISTRO-FACTURAS.
               03  REGF-NUMERO          PIC 9(10).
               03  REGF-PERIODO         PIC 9(6).
               03  REGF-FECHA-EMISION   PIC 9(8).
               03  REGF-TIPODOC         PIC X.
               03  REGF-NRODOC          PIC X(20).
               03  REGF-SUBTOTAL        PIC 9(8)V99.
               03  REGF-IVA             PIC 9(8)V99.
               03  REGF-TOTAL           PIC 9(8)V99.
               03  REGF-TIPO-COMPROBANTE PIC X.
                   88  REGF-ES-FACTURA        VALUE "F" " ".
                   88  REGF-ES-NOTA-DEBITO    VALUE "D".
                   88  REGF-ES-NOTA-CREDITO   VALUE "C".
               03  REGF-NUMERO-REFERENCIA PIC 9(10).
               03  REGF-MOTIVO          PIC X(2).

        FD    PAGOS
            LABEL RECORD STANDARD.
        01    REG-PAGOS.
               03  PAG-NUMERO-FACTURA   PIC 9(10).
               03  PAG-FECHA            PIC 9(8).
               03  PAG-IMPORTE          PIC 9(8)V99.
               03  PAG-MEDIO            PIC X.
                   88  PAGO-EN-EFECTIVO       VALUE "E".

        FD    ORDENES-TALLER
            LABEL RECORD STANDARD.
        01    REG-ORDENES-TALLER.
               03 CLAVE-ORD.
                   05  ORD-PATENTE          PIC X(6).
                   05  ORD-FECHA-APERTURA   PIC 9(8).
               03  ORD-MOTIVO           PIC X(30).
               03  ORD-FECHA-PREVISTA   PIC 9(8).
               03  ORD-COSTO            PIC 9(6)V99.
               03  ORD-ESTADO           PIC X.
                   88  ORDEN-ABIERTA        VALUE "A".
               03  ORD-FECHA-CIERRE     PIC 9(8).

        FD    APROBADOS-AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-APROBADOS-AGENCIAS.
               03  APA-FECHA         PIC 9(8).
               03  APA-AGENCIA       PIC 99.
               03  APA-CANTIDAD      PIC 9(6).
               03  APA-IMPORTE       PIC 9(7)V99.

        FD    AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-AGENCIAS.
               03  AGE-CODIGO    PIC 99.
               03  AGE-NOMBRE    PIC X(20).
               03  AGE-COMISION  PIC 9(2)V99.
               03  AGE-CONTACTO  PIC X(30).
               03  AGE-TELEFONO  PIC X(15).
               03  AGE-ACTIVA    PIC X.

        FD    ASIENTOS
            LABEL RECORD STANDARD.
        01    REG-ASIENTOS.
               03  ASI-PERIODO          PIC 9(6).
               03  ASI-NUMERO           PIC 9(6).
               03  ASI-FECHA            PIC 9(8).
               03  ASI-CUENTA           PIC X(10).
               03  ASI-DEBE-HABER       PIC X.
                   88  ASI-ES-DEBE            VALUE "D".
                   88  ASI-ES-HABER           VALUE "H".
               03  ASI-IMPORTE          PIC 9(10)V99.
               03  ASI-ORIGEN           PIC X(2).
               03  ASI-REFERENCIA       PIC X(20).

        FD    INTERFAZ
            LABEL RECORD STANDARD.
        01    REG-INTERFAZ PIC X(65).

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(90).

       WORKING-STORAGE SECTION.

        01 TABLA-CUENTAS.
            03 CUENTAS-CANT PIC 9(2) VALUE 0.
            03 CUENTA-ENTRADA OCCURS 30 TIMES.
                05  CTA-CONCEPTO    PIC X(10).
                05  CTA-CUENTA      PIC X(10).
                05  CTA-DESCRIPCION PIC X(30).
                05  CTA-DEBE        PIC 9(10)V99.
                05  CTA-HABER       PIC 9(10)V99.

       77 PLAN-CUENTAS-STATUS PIC X(2).
       77 CONTROL-CONTABLE-STATUS PIC X(2).
       77 REGISTRO-FACTURAS-STATUS PIC X(2).
       77 PAGOS-STATUS PIC X(2).
       77 ORDENES-TALLER-STATUS PIC X(2).
       77 APROBADOS-AGENCIAS-STATUS PIC X(2).
       77 AGENCIAS-STATUS PIC X(2).
       77 ASIENTOS-STATUS PIC X(2).
       77 INTERFAZ-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 FLAG-HAY-AGENCIAS PIC X(2) VALUE 'NO'.
       77 FLAG-PERIODO-EXPORTADO PIC X(2) VALUE 'NO'.
       77 FLAG-PERIODO-LIBERADO PIC X(2) VALUE 'NO'.
       77 FLAG-ENCONTRADO PIC X(2).
       77 CONCEPTO-BUSCADO PIC X(10).
       77 CUENTA-I PIC 9(2).
       77 CTA-I-DEUDORES PIC 9(2).
       77 CTA-I-VENTAS PIC 9(2).
       77 CTA-I-IVA PIC 9(2).
       77 CTA-I-CAJA PIC 9(2).
       77 CTA-I-BANCO PIC 9(2).
       77 CTA-I-TALLER PIC 9(2).
       77 CTA-I-PROVEEDORES PIC 9(2).
       77 CTA-I-COMISIONES PIC 9(2).
       77 CTA-I-AGENCIAS PIC 9(2).
       77 CTA-I-COBRO PIC 9(2).
       77 NUMERO-ASIENTO PIC 9(6) VALUE 0.
       77 LINEA-CTA-I PIC 9(2).
       77 LINEA-DEBE-HABER PIC X.
       77 LINEA-IMPORTE PIC 9(10)V99.
       77 COMISION-AGENCIA PIC 9(8)V99.
       77 TOTAL-DEBE PIC 9(11)V99 VALUE 0.
       77 TOTAL-HABER PIC 9(11)V99 VALUE 0.
       77 DIFERENCIA PIC S9(11)V99 VALUE 0.
       77 FUENTES-DEBE PIC 9(11)V99 VALUE 0.
       77 FUENTES-HABER PIC 9(11)V99 VALUE 0.
       77 CNT-FACTURAS PIC 9(6) VALUE 0.
       77 CNT-NOTAS-CREDITO PIC 9(6) VALUE 0.
       77 CNT-COBROS-CAJA PIC 9(6) VALUE 0.
       77 CNT-COBROS-BANCO PIC 9(6) VALUE 0.
       77 CNT-ORDENES PIC 9(6) VALUE 0.
       77 CNT-LIQUIDACIONES PIC 9(6) VALUE 0.
       77 CNT-LINEAS PIC 9(6) VALUE 0.
       77 CNT-LINEAS-COPIADAS PIC 9(6) VALUE 0.
       77 CNT-AGENCIAS-INEXISTENTES PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.
       77 FAC-SUBTOTAL PIC 9(10)V99 VALUE 0.
       77 FAC-IVA PIC 9(10)V99 VALUE 0.
       77 FAC-TOTAL PIC 9(10)V99 VALUE 0.
       77 NC-SUBTOTAL PIC 9(10)V99 VALUE 0.
       77 NC-IVA PIC 9(10)V99 VALUE 0.
       77 NC-TOTAL PIC 9(10)V99 VALUE 0.
       77 COB-CAJA PIC 9(10)V99 VALUE 0.
       77 COB-BANCO PIC 9(10)V99 VALUE 0.
       77 TALLER-COSTO PIC 9(10)V99 VALUE 0.
       77 COM-BASE PIC 9(10)V99 VALUE 0.
       77 COM-IMPORTE PIC 9(10)V99 VALUE 0.

       01 PARAMETRO-MES PIC X(6).
       01 PARAMETRO-MES-NUM REDEFINES PARAMETRO-MES PIC 9(6).

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-DE-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

       01 NOMBRE-ARCHIVO-INTERFAZ.
           03 FILLER PIC X(7) VALUE "output/".
           03 FILLER PIC X(16) VALUE "interfazContable".
           03 FILLER PIC X VALUE "_".
           03 ITF-AAAAMM PIC 9(6).
           03 FILLER PIC X(4) VALUE ".dat".

       01 REFERENCIA-ORDEN.
           03 REF-ORD-PATENTE PIC X(6).
           03 FILLER PIC X VALUE "-".
           03 REF-ORD-FECHA PIC 9(8).
           03 FILLER PIC X(5) VALUE SPACES.

       01 REFERENCIA-AGENCIA.
           03 FILLER PIC X(3) VALUE "AG ".
           03 REF-AGE-CODIGO PIC 99.
           03 FILLER PIC X VALUE "-".
           03 REF-AGE-FECHA PIC 9(8).
           03 FILLER PIC X(6) VALUE SPACES.

       01 CC-ENCABEZADO-LINEA-1.
           03 FILLER PIC X(32) VALUE
           "Control de interfaz contable".
           03 FILLER PIC X(9) VALUE "Periodo: ".
           03 CC-E1-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CC-E1-AAAA PIC 9(4).
           03 FILLER PIC X(42) VALUE SPACES.

       01 CC-SEPARADOR.
           03 FILLER PIC X(90) VALUE ALL "-".

       01 CC-FUENTE-COLUMNAS.
           03 FILLER PIC X(42) VALUE "  Origen".
           03 FILLER PIC X(8) VALUE "  Docs".
           03 FILLER PIC X(16) VALUE "        Importe".
           03 FILLER PIC X(24) VALUE SPACES.

       01 CC-LINEA-FUENTE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-FUE-ETIQUETA PIC X(40).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-FUE-CANT PIC ZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 CC-FUE-ENTEROS PIC 9(10).
           03 FILLER PIC X VALUE ",".
           03 CC-FUE-DECIMALES PIC 99.
           03 FILLER PIC X(24) VALUE SPACES.

       01 CC-CUENTA-COLUMNAS.
           03 FILLER PIC X(14) VALUE "  Concepto".
           03 FILLER PIC X(12) VALUE "Cuenta".
           03 FILLER PIC X(32) VALUE "Descripcion".
           03 FILLER PIC X(16) VALUE "         Debe".
           03 FILLER PIC X(16) VALUE "        Haber".

       01 CC-LINEA-CUENTA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-CTA-CONCEPTO PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-CTA-CUENTA PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-CTA-DESCRIPCION PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-CTA-DEBE-ENTEROS PIC 9(10).
           03 FILLER PIC X VALUE ",".
           03 CC-CTA-DEBE-DECIMALES PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 CC-CTA-HABER-ENTEROS PIC 9(10).
           03 FILLER PIC X VALUE ",".
           03 CC-CTA-HABER-DECIMALES PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.

       01 CC-LINEA-TOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-TOT-ETIQUETA PIC X(55).
           03 CC-TOT-DEBE-ENTEROS PIC 9(11).
           03 FILLER PIC X VALUE ",".
           03 CC-TOT-DEBE-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-TOT-HABER-ENTEROS PIC 9(11).
           03 FILLER PIC X VALUE ",".
           03 CC-TOT-HABER-DECIMALES PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.

       01 CC-LINEA-DIFERENCIA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(55) VALUE "Diferencia debe - haber".
           03 CC-DIFERENCIA PIC -(11)9,99.
           03 FILLER PIC X(18) VALUE SPACES.

       01 CC-LINEA-RESULTADO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CC-RESULTADO PIC X(60).
           03 FILLER PIC X(28) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-MES FROM COMMAND-LINE.
           PERFORM VALIDAR-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM RESOLVER-CUENTAS.
           PERFORM VERIFICAR-PERIODO-EXPORTADO.
           PERFORM INICIALIZAR.
           PERFORM CONTABILIZAR-FACTURAS.
           PERFORM CONTABILIZAR-COBRANZAS.
           PERFORM CONTABILIZAR-TALLER.
           PERFORM CONTABILIZAR-COMISIONES.
           CLOSE ASIENTOS.
           PERFORM VERIFICAR-BALANCE.
           IF FLAG-PERIODO-LIBERADO IS EQUAL TO 'SI'
               PERFORM LIBERAR-PERIODO
           END-IF.
           PERFORM IMPRIMIR-CONTROL.
           CLOSE INFORME.
           DISPLAY "Facturas y notas de debito: " CNT-FACTURAS.
           DISPLAY "Notas de credito: " CNT-NOTAS-CREDITO.
           DISPLAY "Cobranzas en efectivo: " CNT-COBROS-CAJA.
           DISPLAY "Cobranzas bancarias: " CNT-COBROS-BANCO.
           DISPLAY "Ordenes de taller cerradas: " CNT-ORDENES.
           DISPLAY "Liquidaciones de agencias: " CNT-LIQUIDACIONES.
           DISPLAY "Lineas de asiento generadas: " CNT-LINEAS.
           DISPLAY "Lineas exportadas: " CNT-LINEAS-COPIADAS.
           IF FLAG-PERIODO-LIBERADO IS EQUAL TO 'SI'
               DISPLAY "PERIODO " PARAMETRO-MES " LIBERADO EN "
                   NOMBRE-ARCHIVO-INTERFAZ
           ELSE
               DISPLAY "PERIODO " PARAMETRO-MES " NO LIBERADO"
           END-IF.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN FLAG-PERIODO-LIBERADO IS EQUAL TO 'SI'
                   MOVE 0 TO RETURN-CODE
               WHEN CNT-LINEAS IS EQUAL TO 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       VALIDAR-PARAMETRO.
           IF PARAMETRO-MES IS NOT NUMERIC
               DISPLAY "PARAMETRO INVALIDO, USO: INTERFAZ_CONTABLE "
                   "AAAAMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARAMETRO-MES(5:2) IS LESS THAN "01" OR
               PARAMETRO-MES(5:2) IS GREATER THAN "12"
               DISPLAY "MES INVALIDO: " PARAMETRO-MES(5:2)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARAMETRO-MES-NUM TO ITF-AAAAMM.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT PLAN-CUENTAS.
           IF PLAN-CUENTAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR PLAN-CUENTAS FS: "
                   PLAN-CUENTAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-PLAN-CUENTAS.
           PERFORM GUARDAR-CUENTA UNTIL
               PLAN-CUENTAS-STATUS IS EQUAL TO 10.
           CLOSE PLAN-CUENTAS.

       LEER-PLAN-CUENTAS.
           READ PLAN-CUENTAS RECORD.
           IF PLAN-CUENTAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PLAN-CUENTAS FS: "
                   PLAN-CUENTAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-CUENTA.
           IF CUENTAS-CANT IS EQUAL TO 30
               DISPLAY "AVISO: PLAN DE CUENTAS EXCEDE LA TABLA, "
                   "CONCEPTO: " PLC-CONCEPTO
           ELSE
               ADD 1 TO CUENTAS-CANT
               MOVE PLC-CONCEPTO TO CTA-CONCEPTO(CUENTAS-CANT)
               MOVE PLC-CUENTA TO CTA-CUENTA(CUENTAS-CANT)
               MOVE PLC-DESCRIPCION TO CTA-DESCRIPCION(CUENTAS-CANT)
               MOVE 0 TO CTA-DEBE(CUENTAS-CANT)
               MOVE 0 TO CTA-HABER(CUENTAS-CANT)
           END-IF.
           PERFORM LEER-PLAN-CUENTAS.

       RESOLVER-CUENTAS.
           MOVE "DEUDORES" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-DEUDORES.
           MOVE "VENTAS" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-VENTAS.
           MOVE "IVA" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-IVA.
           MOVE "CAJA" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-CAJA.
           MOVE "BANCO" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-BANCO.
           MOVE "TALLER" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-TALLER.
           MOVE "PROVEEDOR" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-PROVEEDORES.
           MOVE "COMISION" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-COMISIONES.
           MOVE "AGENCIAS" TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CONCEPTO.
           MOVE CUENTA-I TO CTA-I-AGENCIAS.
           IF CNT-ERRORES IS GREATER THAN 0
               DISPLAY "PLAN DE CUENTAS INCOMPLETO, NO SE GENERA LA "
                   "INTERFAZ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUSCAR-CONCEPTO.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO CUENTA-I.
           PERFORM REVISAR-CONCEPTO UNTIL
               CUENTA-I IS GREATER THAN CUENTAS-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               DISPLAY "ERROR CONCEPTO SIN CUENTA EN EL PLAN: "
                   CONCEPTO-BUSCADO
               ADD 1 TO CNT-ERRORES
               MOVE 0 TO CUENTA-I
           END-IF.

       REVISAR-CONCEPTO.
           IF CTA-CONCEPTO(CUENTA-I) IS EQUAL TO CONCEPTO-BUSCADO
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO CUENTA-I
           END-IF.

       VERIFICAR-PERIODO-EXPORTADO.
           OPEN INPUT CONTROL-CONTABLE.
           IF CONTROL-CONTABLE-STATUS IS EQUAL TO 35
               CONTINUE
           ELSE
               IF CONTROL-CONTABLE-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONTROL-CONTABLE FS: "
                       CONTROL-CONTABLE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-CONTROL-CONTABLE
               PERFORM REVISAR-PERIODO-EXPORTADO UNTIL
                   CONTROL-CONTABLE-STATUS IS EQUAL TO 10
               CLOSE CONTROL-CONTABLE
           END-IF.
           IF FLAG-PERIODO-EXPORTADO IS EQUAL TO 'SI'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-CONTROL-CONTABLE.
           READ CONTROL-CONTABLE RECORD.
           IF CONTROL-CONTABLE-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER CONTROL-CONTABLE FS: "
                   CONTROL-CONTABLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVISAR-PERIODO-EXPORTADO.
           IF CTB-PERIODO IS EQUAL TO PARAMETRO-MES-NUM
               MOVE 'SI' TO FLAG-PERIODO-EXPORTADO
               DISPLAY "PERIODO " PARAMETRO-MES " YA EXPORTADO EL "
                   CTB-FECHA-EXPORTACION ", " CTB-CANT-ASIENTOS
                   " ASIENTOS"
           END-IF.
           PERFORM LEER-CONTROL-CONTABLE.

       INICIALIZAR.
           OPEN OUTPUT ASIENTOS.
           IF ASIENTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ASIENTOS FS: " ASIENTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONTABILIZAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN REGISTRO DE FACTURAS"
           ELSE
               IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                       REGISTRO-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-REGISTRO-FACTURAS
               PERFORM CONTABILIZAR-COMPROBANTE UNTIL
                   REGISTRO-FACTURAS-STATUS IS EQUAL TO 10
               CLOSE REGISTRO-FACTURAS
           END-IF.

       LEER-REGISTRO-FACTURAS.
           READ REGISTRO-FACTURAS RECORD.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       CONTABILIZAR-COMPROBANTE.
           IF REGF-FECHA-EMISION(1:6) IS EQUAL TO PARAMETRO-MES
               ADD 1 TO NUMERO-ASIENTO
               MOVE REGF-FECHA-EMISION TO ASI-FECHA
               MOVE REGF-NUMERO TO ASI-REFERENCIA
               IF REGF-ES-NOTA-CREDITO
                   MOVE "NC" TO ASI-ORIGEN
                   ADD 1 TO CNT-NOTAS-CREDITO
                   ADD REGF-SUBTOTAL TO NC-SUBTOTAL
                   ADD REGF-IVA TO NC-IVA
                   ADD REGF-TOTAL TO NC-TOTAL
                   MOVE CTA-I-VENTAS TO LINEA-CTA-I
                   MOVE "D" TO LINEA-DEBE-HABER
                   MOVE REGF-SUBTOTAL TO LINEA-IMPORTE
                   PERFORM GRABAR-LINEA-ASIENTO
                   MOVE CTA-I-IVA TO LINEA-CTA-I
                   MOVE REGF-IVA TO LINEA-IMPORTE
                   PERFORM GRABAR-LINEA-ASIENTO
                   MOVE CTA-I-DEUDORES TO LINEA-CTA-I
                   MOVE "H" TO LINEA-DEBE-HABER
                   MOVE REGF-TOTAL TO LINEA-IMPORTE
                   PERFORM GRABAR-LINEA-ASIENTO
               ELSE
                   IF REGF-ES-NOTA-DEBITO
                       MOVE "ND" TO ASI-ORIGEN
                   ELSE
                       MOVE "FC" TO ASI-ORIGEN
                   END-IF
                   ADD 1 TO CNT-FACTURAS
                   ADD REGF-SUBTOTAL TO FAC-SUBTOTAL
                   ADD REGF-IVA TO FAC-IVA
                   ADD REGF-TOTAL TO FAC-TOTAL
                   MOVE CTA-I-DEUDORES TO LINEA-CTA-I
                   MOVE "D" TO LINEA-DEBE-HABER
                   MOVE REGF-TOTAL TO LINEA-IMPORTE
                   PERFORM GRABAR-LINEA-ASIENTO
                   MOVE CTA-I-VENTAS TO LINEA-CTA-I
                   MOVE "H" TO LINEA-DEBE-HABER
                   MOVE REGF-SUBTOTAL TO LINEA-IMPORTE
                   PERFORM GRABAR-LINEA-ASIENTO
                   MOVE CTA-I-IVA TO LINEA-CTA-I
                   MOVE REGF-IVA TO LINEA-IMPORTE
                   PERFORM GRABAR-LINEA-ASIENTO
               END-IF
           END-IF.
           PERFORM LEER-REGISTRO-FACTURAS.

       CONTABILIZAR-COBRANZAS.
           OPEN INPUT PAGOS.
           IF PAGOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE PAGOS"
           ELSE
               IF PAGOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR PAGOS FS: " PAGOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-PAGOS
               PERFORM CONTABILIZAR-PAGO UNTIL
                   PAGOS-STATUS IS EQUAL TO 10
               CLOSE PAGOS
           END-IF.

       LEER-PAGOS.
           READ PAGOS RECORD.
           IF PAGOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PAGOS FS: " PAGOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       CONTABILIZAR-PAGO.
           IF PAG-FECHA(1:6) IS EQUAL TO PARAMETRO-MES
               ADD 1 TO NUMERO-ASIENTO
               MOVE PAG-FECHA TO ASI-FECHA
               MOVE PAG-NUMERO-FACTURA TO ASI-REFERENCIA
               MOVE "CO" TO ASI-ORIGEN
               IF PAGO-EN-EFECTIVO
                   ADD 1 TO CNT-COBROS-CAJA
                   ADD PAG-IMPORTE TO COB-CAJA
                   MOVE CTA-I-CAJA TO CTA-I-COBRO
               ELSE
                   ADD 1 TO CNT-COBROS-BANCO
                   ADD PAG-IMPORTE TO COB-BANCO
                   MOVE CTA-I-BANCO TO CTA-I-COBRO
               END-IF
               MOVE CTA-I-COBRO TO LINEA-CTA-I
               MOVE "D" TO LINEA-DEBE-HABER
               MOVE PAG-IMPORTE TO LINEA-IMPORTE
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE CTA-I-DEUDORES TO LINEA-CTA-I
               MOVE "H" TO LINEA-DEBE-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.
           PERFORM LEER-PAGOS.

       CONTABILIZAR-TALLER.
           OPEN INPUT ORDENES-TALLER.
           IF ORDENES-TALLER-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ORDENES DE TALLER"
           ELSE
               IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ORDENES-TALLER FS: "
                       ORDENES-TALLER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-ORDENES
               PERFORM CONTABILIZAR-ORDEN UNTIL
                   ORDENES-TALLER-STATUS IS EQUAL TO 10
               CLOSE ORDENES-TALLER
           END-IF.

       LEER-ORDENES.
           READ ORDENES-TALLER RECORD.
           IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ORDENES-TALLER FS: "
                   ORDENES-TALLER-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       CONTABILIZAR-ORDEN.
           IF NOT ORDEN-ABIERTA AND
               ORD-FECHA-CIERRE(1:6) IS EQUAL TO PARAMETRO-MES AND
               ORD-COSTO IS GREATER THAN 0
               ADD 1 TO NUMERO-ASIENTO
               ADD 1 TO CNT-ORDENES
               ADD ORD-COSTO TO TALLER-COSTO
               MOVE ORD-FECHA-CIERRE TO ASI-FECHA
               MOVE ORD-PATENTE TO REF-ORD-PATENTE
               MOVE ORD-FECHA-APERTURA TO REF-ORD-FECHA
               MOVE REFERENCIA-ORDEN TO ASI-REFERENCIA
               MOVE "TA" TO ASI-ORIGEN
               MOVE CTA-I-TALLER TO LINEA-CTA-I
               MOVE "D" TO LINEA-DEBE-HABER
               MOVE ORD-COSTO TO LINEA-IMPORTE
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE CTA-I-PROVEEDORES TO LINEA-CTA-I
               MOVE "H" TO LINEA-DEBE-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.
           PERFORM LEER-ORDENES.

       CONTABILIZAR-COMISIONES.
           OPEN INPUT APROBADOS-AGENCIAS.
           IF APROBADOS-AGENCIAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN LIQUIDACIONES DE AGENCIAS"
           ELSE
               IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR APROBADOS-AGENCIAS FS: "
                       APROBADOS-AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ABRIR-AGENCIAS
               PERFORM LEER-APROBADOS-AGENCIAS
               PERFORM CONTABILIZAR-LIQUIDACION UNTIL
                   APROBADOS-AGENCIAS-STATUS IS EQUAL TO 10
               CLOSE APROBADOS-AGENCIAS
               IF FLAG-HAY-AGENCIAS IS EQUAL TO 'SI'
                   CLOSE AGENCIAS
               END-IF
           END-IF.

       ABRIR-AGENCIAS.
           OPEN INPUT AGENCIAS.
           IF AGENCIAS-STATUS IS EQUAL TO 00
               MOVE 'SI' TO FLAG-HAY-AGENCIAS
           ELSE
               IF AGENCIAS-STATUS IS EQUAL TO 35
                   DISPLAY "AVISO: SIN ARCHIVO DE AGENCIAS"
               ELSE
                   DISPLAY "ERROR ABRIR AGENCIAS FS: "
                       AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEER-APROBADOS-AGENCIAS.
           READ APROBADOS-AGENCIAS RECORD.
           IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER APROBADOS-AGENCIAS FS: "
                   APROBADOS-AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       CONTABILIZAR-LIQUIDACION.
           IF APA-FECHA(1:6) IS EQUAL TO PARAMETRO-MES
               ADD 1 TO CNT-LIQUIDACIONES
               ADD APA-IMPORTE TO COM-BASE
               MOVE APA-AGENCIA TO AGE-CODIGO
               IF FLAG-HAY-AGENCIAS IS EQUAL TO 'SI'
                   READ AGENCIAS RECORD
               ELSE
                   MOVE "23" TO AGENCIAS-STATUS
               END-IF
               IF AGENCIAS-STATUS IS EQUAL TO 00
                   COMPUTE COMISION-AGENCIA ROUNDED =
                       APA-IMPORTE * AGE-COMISION / 100
                   PERFORM GRABAR-ASIENTO-COMISION
               ELSE
                   DISPLAY "ERROR AGENCIA INEXISTENTE: " APA-AGENCIA
                       " LIQUIDACION DEL " APA-FECHA
                   ADD 1 TO CNT-AGENCIAS-INEXISTENTES
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.
           PERFORM LEER-APROBADOS-AGENCIAS.

       GRABAR-ASIENTO-COMISION.
           IF COMISION-AGENCIA IS GREATER THAN 0
               ADD 1 TO NUMERO-ASIENTO
               ADD COMISION-AGENCIA TO COM-IMPORTE
               MOVE APA-FECHA TO ASI-FECHA
               MOVE APA-AGENCIA TO REF-AGE-CODIGO
               MOVE APA-FECHA TO REF-AGE-FECHA
               MOVE REFERENCIA-AGENCIA TO ASI-REFERENCIA
               MOVE "CM" TO ASI-ORIGEN
               MOVE CTA-I-COMISIONES TO LINEA-CTA-I
               MOVE "D" TO LINEA-DEBE-HABER
               MOVE COMISION-AGENCIA TO LINEA-IMPORTE
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE CTA-I-AGENCIAS TO LINEA-CTA-I
               MOVE "H" TO LINEA-DEBE-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

       GRABAR-LINEA-ASIENTO.
           IF LINEA-IMPORTE IS GREATER THAN 0
               MOVE PARAMETRO-MES-NUM TO ASI-PERIODO
               MOVE NUMERO-ASIENTO TO ASI-NUMERO
               MOVE CTA-CUENTA(LINEA-CTA-I) TO ASI-CUENTA
               MOVE LINEA-DEBE-HABER TO ASI-DEBE-HABER
               MOVE LINEA-IMPORTE TO ASI-IMPORTE
               WRITE REG-ASIENTOS
               IF ASIENTOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR GRABAR ASIENTOS FS: "
                       ASIENTOS-STATUS
                   ADD 1 TO CNT-ERRORES
               ELSE
                   ADD 1 TO CNT-LINEAS
                   IF ASI-ES-DEBE
                       ADD LINEA-IMPORTE TO CTA-DEBE(LINEA-CTA-I)
                       ADD LINEA-IMPORTE TO TOTAL-DEBE
                   ELSE
                       ADD LINEA-IMPORTE TO CTA-HABER(LINEA-CTA-I)
                       ADD LINEA-IMPORTE TO TOTAL-HABER
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-BALANCE.
           COMPUTE DIFERENCIA = TOTAL-DEBE - TOTAL-HABER.
           COMPUTE FUENTES-DEBE = FAC-TOTAL + NC-SUBTOTAL + NC-IVA +
               COB-CAJA + COB-BANCO + TALLER-COSTO + COM-IMPORTE.
           COMPUTE FUENTES-HABER = FAC-SUBTOTAL + FAC-IVA + NC-TOTAL +
               COB-CAJA + COB-BANCO + TALLER-COSTO + COM-IMPORTE.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE "PERIODO NO LIBERADO: ERRORES EN EL PROCESO"
                       TO CC-RESULTADO
               WHEN DIFERENCIA IS NOT EQUAL TO 0
                   MOVE "PERIODO NO LIBERADO: DEBE Y HABER NO BALANCEAN"
                       TO CC-RESULTADO
               WHEN FUENTES-DEBE IS NOT EQUAL TO TOTAL-DEBE OR
                   FUENTES-HABER IS NOT EQUAL TO TOTAL-HABER
                   MOVE "PERIODO NO LIBERADO: NO CONCILIA CON ORIGENES"
                       TO CC-RESULTADO
               WHEN CNT-LINEAS IS EQUAL TO 0
                   MOVE "PERIODO NO LIBERADO: SIN MOVIMIENTOS"
                       TO CC-RESULTADO
               WHEN OTHER
                   MOVE 'SI' TO FLAG-PERIODO-LIBERADO
                   MOVE "PERIODO LIBERADO" TO CC-RESULTADO
           END-EVALUATE.

       LIBERAR-PERIODO.
           OPEN INPUT ASIENTOS.
           IF ASIENTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ASIENTOS FS: " ASIENTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTERFAZ.
           IF INTERFAZ-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INTERFAZ FS: " INTERFAZ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-ASIENTOS.
           PERFORM COPIAR-ASIENTO UNTIL
               ASIENTOS-STATUS IS EQUAL TO 10.
           CLOSE ASIENTOS.
           CLOSE INTERFAZ.
           IF CNT-LINEAS-COPIADAS IS NOT EQUAL TO CNT-LINEAS
               DISPLAY "ERROR LINEAS EXPORTADAS " CNT-LINEAS-COPIADAS
                   " DISTINTO DE GENERADAS " CNT-LINEAS
               ADD 1 TO CNT-ERRORES
               MOVE 'NO' TO FLAG-PERIODO-LIBERADO
               MOVE "PERIODO NO LIBERADO: ERROR AL EXPORTAR"
                   TO CC-RESULTADO
           ELSE
               PERFORM GRABAR-CONTROL-CONTABLE
           END-IF.

       LEER-ASIENTOS.
           READ ASIENTOS RECORD.
           IF ASIENTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ASIENTOS FS: " ASIENTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       COPIAR-ASIENTO.
           WRITE REG-INTERFAZ FROM REG-ASIENTOS.
           IF INTERFAZ-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR INTERFAZ FS: " INTERFAZ-STATUS
               ADD 1 TO CNT-ERRORES
           ELSE
               ADD 1 TO CNT-LINEAS-COPIADAS
           END-IF.
           PERFORM LEER-ASIENTOS.

       GRABAR-CONTROL-CONTABLE.
           OPEN EXTEND CONTROL-CONTABLE.
           IF CONTROL-CONTABLE-STATUS IS EQUAL TO 35
               OPEN OUTPUT CONTROL-CONTABLE
           END-IF.
           IF CONTROL-CONTABLE-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-CONTABLE FS: "
                   CONTROL-CONTABLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARAMETRO-MES-NUM TO CTB-PERIODO.
           MOVE FECHA-DE-HOY-NUM TO CTB-FECHA-EXPORTACION.
           MOVE NUMERO-ASIENTO TO CTB-CANT-ASIENTOS.
           MOVE TOTAL-DEBE TO CTB-TOTAL-DEBE.
           MOVE TOTAL-HABER TO CTB-TOTAL-HABER.
           WRITE REG-CONTROL-CONTABLE.
           IF CONTROL-CONTABLE-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-CONTABLE FS: "
                   CONTROL-CONTABLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CONTROL-CONTABLE.

       IMPRIMIR-CONTROL.
           MOVE PARAMETRO-MES(5:2) TO CC-E1-MM.
           MOVE PARAMETRO-MES(1:4) TO CC-E1-AAAA.
           MOVE CC-ENCABEZADO-LINEA-1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Totales de origen" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CC-FUENTE-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CC-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Facturas y notas de debito - subtotal" TO
               CC-FUE-ETIQUETA.
           MOVE CNT-FACTURAS TO CC-FUE-CANT.
           MOVE FAC-SUBTOTAL TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Facturas y notas de debito - IVA" TO CC-FUE-ETIQUETA.
           MOVE FAC-IVA TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Facturas y notas de debito - total" TO
               CC-FUE-ETIQUETA.
           MOVE FAC-TOTAL TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Notas de credito - subtotal" TO CC-FUE-ETIQUETA.
           MOVE CNT-NOTAS-CREDITO TO CC-FUE-CANT.
           MOVE NC-SUBTOTAL TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Notas de credito - IVA" TO CC-FUE-ETIQUETA.
           MOVE NC-IVA TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Notas de credito - total" TO CC-FUE-ETIQUETA.
           MOVE NC-TOTAL TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Cobranzas en efectivo" TO CC-FUE-ETIQUETA.
           MOVE CNT-COBROS-CAJA TO CC-FUE-CANT.
           MOVE COB-CAJA TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Cobranzas bancarias" TO CC-FUE-ETIQUETA.
           MOVE CNT-COBROS-BANCO TO CC-FUE-CANT.
           MOVE COB-BANCO TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Ordenes de taller cerradas - costo" TO
               CC-FUE-ETIQUETA.
           MOVE CNT-ORDENES TO CC-FUE-CANT.
           MOVE TALLER-COSTO TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Alquileres aprobados por agencias" TO
               CC-FUE-ETIQUETA.
           MOVE CNT-LIQUIDACIONES TO CC-FUE-CANT.
           MOVE COM-BASE TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Comisiones de agencias" TO CC-FUE-ETIQUETA.
           MOVE COM-IMPORTE TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE "Liquidaciones con agencia inexistente" TO
               CC-FUE-ETIQUETA.
           MOVE CNT-AGENCIAS-INEXISTENTES TO CC-FUE-CANT.
           MOVE 0 TO LINEA-IMPORTE.
           PERFORM IMPRIMIR-LINEA-FUENTE.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Saldos por cuenta" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CC-CUENTA-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CC-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 1 TO CUENTA-I.
           PERFORM IMPRIMIR-LINEA-CUENTA UNTIL
               CUENTA-I IS GREATER THAN CUENTAS-CANT.
           MOVE CC-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Total asientos generados" TO CC-TOT-ETIQUETA.
           MOVE TOTAL-DEBE(1:11) TO CC-TOT-DEBE-ENTEROS.
           MOVE TOTAL-DEBE(12:2) TO CC-TOT-DEBE-DECIMALES.
           MOVE TOTAL-HABER(1:11) TO CC-TOT-HABER-ENTEROS.
           MOVE TOTAL-HABER(12:2) TO CC-TOT-HABER-DECIMALES.
           MOVE CC-LINEA-TOTAL TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Total segun origenes" TO CC-TOT-ETIQUETA.
           MOVE FUENTES-DEBE(1:11) TO CC-TOT-DEBE-ENTEROS.
           MOVE FUENTES-DEBE(12:2) TO CC-TOT-DEBE-DECIMALES.
           MOVE FUENTES-HABER(1:11) TO CC-TOT-HABER-ENTEROS.
           MOVE FUENTES-HABER(12:2) TO CC-TOT-HABER-DECIMALES.
           MOVE CC-LINEA-TOTAL TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE DIFERENCIA TO CC-DIFERENCIA.
           MOVE CC-LINEA-DIFERENCIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CC-LINEA-RESULTADO TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-FUENTE.
           MOVE LINEA-IMPORTE(1:10) TO CC-FUE-ENTEROS.
           MOVE LINEA-IMPORTE(11:2) TO CC-FUE-DECIMALES.
           MOVE CC-LINEA-FUENTE TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-CUENTA.
           MOVE CTA-CONCEPTO(CUENTA-I) TO CC-CTA-CONCEPTO.
           MOVE CTA-CUENTA(CUENTA-I) TO CC-CTA-CUENTA.
           MOVE CTA-DESCRIPCION(CUENTA-I) TO CC-CTA-DESCRIPCION.
           MOVE CTA-DEBE(CUENTA-I)(1:10) TO CC-CTA-DEBE-ENTEROS.
           MOVE CTA-DEBE(CUENTA-I)(11:2) TO CC-CTA-DEBE-DECIMALES.
           MOVE CTA-HABER(CUENTA-I)(1:10) TO CC-CTA-HABER-ENTEROS.
           MOVE CTA-HABER(CUENTA-I)(11:2) TO CC-CTA-HABER-DECIMALES.
           MOVE CC-LINEA-CUENTA TO REG-INFORME.
           WRITE REG-INFORME.
           ADD 1 TO CUENTA-I.
