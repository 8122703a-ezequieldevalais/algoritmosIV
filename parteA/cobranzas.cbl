           RECORD KEY IS CLAVE-CLI
           FILE STATUS IS CLIENTES-STATUS.

           SELECT CONVENIOS ASSIGN TO
           "input/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CONV
           FILE STATUS IS CONVENIOS-STATUS.

           SELECT MOVIMIENTOS-MORA ASSIGN TO
           "output/movClientesMora.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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
               03  CLI-HABILITADO   PIC X.
                   88  CLIENTE-HABILITADO     VALUE "S".

        FD    CONVENIOS
            LABEL RECORD STANDARD.
        01    REG-CONVENIOS.
               03 CLAVE-CONV.
                   05  CONV-TIPODOC        PIC X.
                   05  CONV-NRODOC         PIC X(20).
               03  CONV-RAZON-SOCIAL       PIC X(30).
               03  CONV-VIGENCIA-DESDE     PIC 9(8).
               03  CONV-VIGENCIA-HASTA     PIC 9(8).
               03  CONV-CONDICION OCCURS 5 TIMES.
                   05  CONV-COND-TAMANO      PIC X.
                   05  CONV-COND-TIPO        PIC X.
                   05  CONV-COND-PORCENTAJE  PIC 9(2)V99.
                   05  CONV-COND-TARIFA      PIC 9(4)V99.

        FD    MOVIMIENTOS-MORA
            LABEL RECORD STANDARD.
        01    REG-MOVIMIENTOS-MORA.
                05  FACT-NRODOC          PIC X(20).
                05  FACT-TOTAL           PIC 9(8)V99.
                05  FACT-COBRADO         PIC 9(8)V99.
                05  FACT-TIPO            PIC X.
                    88  FACT-ES-FACTURA        VALUE "F".
                    88  FACT-ES-NOTA-DEBITO    VALUE "D".
                    88  FACT-ES-NOTA-CREDITO   VALUE "C".
                05  FACT-REFERENCIA      PIC 9(10).
                05  FACT-ACREDITADO      PIC 9(8)V99.

        01 TABLA-CTACTE.
            03 CTA-CANT PIC 9(4) VALUE 0.
                05  CTA-NRODOC       PIC X(20).
                05  CTA-FACTURADO    PIC 9(9)V99.
                05  CTA-COBRADO      PIC 9(9)V99.
                05  CTA-ACREDITADO   PIC 9(9)V99.
                05  CTA-SALDO        PIC 9(9)V99.
                05  CTA-DEUDA-0-30   PIC 9(9)V99.
                05  CTA-DEUDA-31-60  PIC 9(9)V99.
       77 REGISTRO-FACTURAS-STATUS PIC X(2).
       77 PAGOS-STATUS PIC X(2).
       77 CLIENTES-STATUS PIC X(2).
       77 CONVENIOS-STATUS PIC X(2).
       77 FLAG-HAY-CONVENIOS PIC X(2) VALUE 'NO'.
       77 FLAG-CUENTA-CONVENIO PIC X(2).
       77 CNT-CONVENIOS-LISTADOS PIC 9(6) VALUE 0.
       77 CNT-CONVENIOS-EN-MORA PIC 9(6) VALUE 0.
       77 MOVIMIENTOS-MORA-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 DIAS-UMBRAL-MORA PIC 9(3) VALUE 90.
       77 CNT-FACTURAS-LEIDAS PIC 9(6) VALUE 0.
       77 CNT-PAGOS-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-PAGOS-SIN-FACT PIC 9(6) VALUE 0.
       77 CNT-NOTAS-CREDITO PIC 9(6) VALUE 0.
       77 CNT-CREDITOS-SIN-FACT PIC 9(6) VALUE 0.
       77 CNT-CLIENTES-LISTADOS PIC 9(6) VALUE 0.
       77 CNT-CLIENTES-EN-MORA PIC 9(6) VALUE 0.
       77 FACT-I PIC 9(4).
       77 EMISION-DIAS PIC 9(7).
       77 DIAS-VENCIDOS PIC S9(5).
       77 SALDO-FACTURA PIC 9(8)V99.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(10).

           03 FILLER PIC X(24) VALUE SPACES.

       01 CB-LINEA-FACTURA.
           03 CB-FC-TIPO PIC X(12).
           03 CB-FC-NUMERO PIC 9(10).
           03 FILLER PIC X(9) VALUE "  Fecha ".
           03 CB-FC-FECHA-DD PIC 9(2).
           03 CB-FC-DIAS PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE SPACES.

       01 CB-LINEA-CREDITOS.
           03 FILLER PIC X(31) VALUE
           "   Notas de credito aplicadas: ".
           03 CB-CR-ENTEROS PIC 9(9).
           03 FILLER PIC X VALUE ",".
           03 CB-CR-DECIMALES PIC 99.
           03 FILLER PIC X(57) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(100) VALUE SPACES.

                   MOVE PARAMETRO-ENTRADA(1:1) TO DIAS-UMBRAL-MORA
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: COBRANZAS [DIAS]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-FACTURAS.
           PERFORM APLICAR-PAGOS.
           PERFORM APLICAR-NOTAS-CREDITO.
           PERFORM ARMAR-CUENTAS-CORRIENTES.
           PERFORM IMPRIMIR-INFORME.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Facturas leidas: " CNT-FACTURAS-LEIDAS.
           DISPLAY "Pagos leidos: " CNT-PAGOS-LEIDOS.
           DISPLAY "Pagos sin factura: " CNT-PAGOS-SIN-FACT.
           DISPLAY "Notas de credito aplicadas: " CNT-NOTAS-CREDITO.
           DISPLAY "Notas de credito sin factura: "
               CNT-CREDITOS-SIN-FACT.
           DISPLAY "Clientes listados: " CNT-CLIENTES-LISTADOS.
           DISPLAY "Clientes en mora: " CNT-CLIENTES-EN-MORA.
           DISPLAY "Convenios listados: " CNT-CONVENIOS-LISTADOS.
           DISPLAY "Convenios en mora: " CNT-CONVENIOS-EN-MORA.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-PAGOS-SIN-FACT IS GREATER THAN 0 OR
                   CNT-CREDITOS-SIN-FACT IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INICIALIZAR.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAGOS.
           ELSE
               IF PAGOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR PAGOS FS: " PAGOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CLIENTES FS: " CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONVENIOS.
           IF CONVENIOS-STATUS IS EQUAL TO 00
               MOVE 'SI' TO FLAG-HAY-CONVENIOS
           ELSE
               IF CONVENIOS-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR CONVENIOS FS: " CONVENIOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT MOVIMIENTOS-MORA.
           IF MOVIMIENTOS-MORA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR MOVIMIENTOS-MORA FS: "
                   MOVIMIENTOS-MORA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CLOSE PAGOS
           END-IF.
           CLOSE CLIENTES.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               CLOSE CONVENIOS
           END-IF.
           CLOSE MOVIMIENTOS-MORA.
           CLOSE INFORME.

           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-FACTURA.
           IF FACT-CANT IS EQUAL TO 5000
               DISPLAY "ERROR TABLA DE FACTURAS LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO FACT-CANT.
           MOVE REGF-NRODOC TO FACT-NRODOC(FACT-CANT).
           MOVE REGF-TOTAL TO FACT-TOTAL(FACT-CANT).
           MOVE 0 TO FACT-COBRADO(FACT-CANT).
           MOVE 0 TO FACT-ACREDITADO(FACT-CANT).
           MOVE 0 TO FACT-REFERENCIA(FACT-CANT).
           EVALUATE TRUE
               WHEN REGF-ES-NOTA-DEBITO
                   MOVE "D" TO FACT-TIPO(FACT-CANT)
               WHEN REGF-ES-NOTA-CREDITO
                   MOVE "C" TO FACT-TIPO(FACT-CANT)
                   MOVE REGF-NUMERO-REFERENCIA TO
                       FACT-REFERENCIA(FACT-CANT)
               WHEN OTHER
                   MOVE "F" TO FACT-TIPO(FACT-CANT)
           END-EVALUATE.
           PERFORM LEER-REGISTRO-FACTURAS.

       APLICAR-PAGOS.
           END-IF.
           IF PAGOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PAGOS FS: " PAGOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       APLICAR-PAGO.
               ADD 1 TO FACT-I
           END-IF.

       APLICAR-NOTAS-CREDITO.
           MOVE 1 TO FACT-J.
           PERFORM APLICAR-NOTA-CREDITO UNTIL
               FACT-J IS GREATER THAN FACT-CANT.

       APLICAR-NOTA-CREDITO.
           IF FACT-ES-NOTA-CREDITO(FACT-J)
               ADD 1 TO CNT-NOTAS-CREDITO
               MOVE 'NO' TO FLAG-ENCONTRADO
               MOVE 1 TO FACT-I
               PERFORM BUSCAR-FACTURA-ACREDITADA UNTIL
                   FACT-I IS GREATER THAN FACT-CANT OR
                   FLAG-ENCONTRADO IS EQUAL TO 'SI'
               IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
                   ADD FACT-TOTAL(FACT-J) TO FACT-ACREDITADO(FACT-I)
               ELSE
                   ADD 1 TO CNT-CREDITOS-SIN-FACT
                   DISPLAY "NOTA DE CREDITO SIN FACTURA, NUMERO: "
                       FACT-NUMERO(FACT-J) " REFERENCIA: "
                       FACT-REFERENCIA(FACT-J)
               END-IF
           END-IF.
           ADD 1 TO FACT-J.

       BUSCAR-FACTURA-ACREDITADA.
           IF FACT-NUMERO(FACT-I) IS EQUAL TO FACT-REFERENCIA(FACT-J)
               AND NOT FACT-ES-NOTA-CREDITO(FACT-I)
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO FACT-I
           END-IF.

       ARMAR-CUENTAS-CORRIENTES.
           MOVE 1 TO FACT-I.
           PERFORM ACUMULAR-FACTURA-EN-CTA UNTIL
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               IF CTA-CANT IS EQUAL TO 1000
                   DISPLAY "ERROR TABLA DE CUENTAS LLENA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CTA-CANT
               MOVE FACT-NRODOC(FACT-I) TO CTA-NRODOC(CTA-I)
               MOVE 0 TO CTA-FACTURADO(CTA-I)
               MOVE 0 TO CTA-COBRADO(CTA-I)
               MOVE 0 TO CTA-ACREDITADO(CTA-I)
               MOVE 0 TO CTA-SALDO(CTA-I)
               MOVE 0 TO CTA-DEUDA-0-30(CTA-I)
               MOVE 0 TO CTA-DEUDA-31-60(CTA-I)
               MOVE 0 TO CTA-DEUDA-MAS-90(CTA-I)
               MOVE 0 TO CTA-MAX-DIAS(CTA-I)
           END-IF.
           IF FACT-ES-NOTA-CREDITO(FACT-I)
               ADD FACT-TOTAL(FACT-I) TO CTA-ACREDITADO(CTA-I)
           ELSE
               ADD FACT-TOTAL(FACT-I) TO CTA-FACTURADO(CTA-I)
               ADD FACT-COBRADO(FACT-I) TO CTA-COBRADO(CTA-I)
               PERFORM CALCULAR-SALDO-FACTURA
           END-IF.
           IF NOT FACT-ES-NOTA-CREDITO(FACT-I) AND
               SALDO-FACTURA IS GREATER THAN 0
               ADD SALDO-FACTURA TO CTA-SALDO(CTA-I)
               EVALUATE TRUE
                   WHEN DIAS-VENCIDOS IS NOT GREATER THAN 30
           END-IF.

       CALCULAR-SALDO-FACTURA.
           IF FACT-COBRADO(FACT-I) + FACT-ACREDITADO(FACT-I) IS
               LESS THAN FACT-TOTAL(FACT-I)
               COMPUTE SALDO-FACTURA = FACT-TOTAL(FACT-I) -
                   FACT-COBRADO(FACT-I) - FACT-ACREDITADO(FACT-I)
           ELSE
               MOVE 0 TO SALDO-FACTURA
           END-IF.
           ADD 1 TO CNT-CLIENTES-LISTADOS.
           MOVE CTA-TIPODOC(CTA-I) TO CLI-TIPODOC.
           MOVE CTA-NRODOC(CTA-I) TO CLI-NRODOC.
           MOVE 'NO' TO FLAG-CUENTA-CONVENIO.
           READ CLIENTES RECORD KEY IS CLAVE-CLI.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               MOVE "(cliente no registrado)" TO CLI-NOMBRE
               PERFORM BUSCAR-CONVENIO-CUENTA
           END-IF.
           MOVE CTA-TIPODOC(CTA-I) TO CB-CLI-TIPODOC.
           MOVE CTA-NRODOC(CTA-I) TO CB-CLI-NRODOC.
           IF CTA-MAX-DIAS(CTA-I) IS GREATER THAN DIAS-UMBRAL-MORA AND
               CTA-SALDO(CTA-I) IS GREATER THAN 0
               MOVE "EN MORA" TO CB-CLI-MARCA-MORA
               IF FLAG-CUENTA-CONVENIO IS EQUAL TO 'SI'
                   ADD 1 TO CNT-CONVENIOS-EN-MORA
               ELSE
                   PERFORM GRABAR-MOVIMIENTO-MORA
               END-IF
           ELSE
               IF FLAG-CUENTA-CONVENIO IS EQUAL TO 'SI'
                   MOVE "CONVENIO" TO CB-CLI-MARCA-MORA
               ELSE
                   MOVE SPACES TO CB-CLI-MARCA-MORA
               END-IF
           END-IF.
           MOVE CB-LINEA-CLIENTE TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CTA-DEUDA-MAS-90(CTA-I) TO CB-AG-MAS-90.
           MOVE CB-LINEA-AGING TO REG-INFORME.
           WRITE REG-INFORME.
           IF CTA-ACREDITADO(CTA-I) IS GREATER THAN 0
               MOVE CTA-ACREDITADO(CTA-I)(1:9) TO CB-CR-ENTEROS
               MOVE CTA-ACREDITADO(CTA-I)(10:2) TO CB-CR-DECIMALES
               MOVE CB-LINEA-CREDITOS TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           MOVE 1 TO FACT-J.
           PERFORM IMPRIMIR-FACTURA-IMPAGA UNTIL
               FACT-J IS GREATER THAN FACT-CANT.
           WRITE REG-INFORME.
           ADD 1 TO CTA-I.

       BUSCAR-CONVENIO-CUENTA.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               MOVE CTA-TIPODOC(CTA-I) TO CONV-TIPODOC
               MOVE CTA-NRODOC(CTA-I) TO CONV-NRODOC
               READ CONVENIOS RECORD KEY IS CLAVE-CONV
               IF CONVENIOS-STATUS IS EQUAL TO 00
                   MOVE 'SI' TO FLAG-CUENTA-CONVENIO
                   MOVE CONV-RAZON-SOCIAL TO CLI-NOMBRE
                   ADD 1 TO CNT-CONVENIOS-LISTADOS
               END-IF
           END-IF.

       IMPRIMIR-FACTURA-IMPAGA.
           IF FACT-TIPODOC(FACT-J) IS EQUAL TO CTA-TIPODOC(CTA-I) AND
               FACT-NRODOC(FACT-J) IS EQUAL TO CTA-NRODOC(CTA-I) AND
               NOT FACT-ES-NOTA-CREDITO(FACT-J) AND
               FACT-COBRADO(FACT-J) + FACT-ACREDITADO(FACT-J) IS
                   LESS THAN FACT-TOTAL(FACT-J)
               MOVE FACT-J TO FACT-I
               IF FACT-ES-NOTA-DEBITO(FACT-J)
                   MOVE "   N.Debito " TO CB-FC-TIPO
               ELSE
                   MOVE "   Factura " TO CB-FC-TIPO
               END-IF
               PERFORM CALCULAR-SALDO-FACTURA
               MOVE FACT-NUMERO(FACT-J) TO CB-FC-NUMERO
               MOVE FACT-FECHA-EMISION(FACT-J)(7:2) TO CB-FC-FECHA-DD
               IF MOVIMIENTOS-MORA-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR GRABAR MOVIMIENTOS-MORA FS: "
                       MOVIMIENTOS-MORA-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.
