       IDENTIFICATION DIVISION.
       program-id. "NOTAS_FACT".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT REGISTRO-FACTURAS ASSIGN TO
           "input/registroFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRO-FACTURAS-STATUS.

           SELECT CONTROL-FACTURAS ASSIGN TO
           "input/controlFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FACTURAS-STATUS.

           SELECT CARGOS ASSIGN TO
           "input/cargosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-STATUS.

           SELECT CARGOS-FACTURADOS ASSIGN TO
           "input/cargosFacturados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-FACTURADOS-STATUS.

           SELECT CARGOS-REINTENTO ASSIGN TO
           "input/cargosPendientes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-REINTENTO-STATUS.

           SELECT AJUSTES ASSIGN TO
           "input/ajustesFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AJUSTES-STATUS.

           SELECT AJUSTES-APLICADOS ASSIGN TO
           "input/ajustesAplicados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AJUSTES-APLICADOS-STATUS.

           SELECT AJUSTES-REINTENTO ASSIGN TO
           "input/ajustesFacturas.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AJUSTES-REINTENTO-STATUS.

           SELECT CONVENIOS ASSIGN TO
           "input/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CONV
           FILE STATUS IS CONVENIOS-STATUS.

           SELECT CONDUCTORES ASSIGN TO
           "input/conductoresConv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CCD
           FILE STATUS IS CONDUCTORES-STATUS.

           SELECT NOTAS ASSIGN TO
           "output/notasFacturas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTAS-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

        FD    CONTROL-FACTURAS
            LABEL RECORD STANDARD.
        01    REG-CONTROL-FACTURAS.
               03  CTL-ULTIMO-NUMERO    PIC 9(10).
               03  CTL-ULTIMO-PERIODO   PIC 9(6).

        FD    CARGOS
            LABEL RECORD STANDARD.
        01    REG-CARGOS.
               03  CAR-ORIGEN            PIC X.
                   88  CAR-ES-CANCELACION     VALUE "C".
                   88  CAR-ES-RECARGO         VALUE "R".
                   88  CAR-ES-FRANQUICIA      VALUE "S".
                   88  CAR-ES-TRASLADO        VALUE "T".
                   88  CAR-ES-ACREDITACION    VALUE "A".
               03  CAR-FECHA             PIC 9(8).
               03  CAR-TIPODOC           PIC X.
               03  CAR-NRODOC            PIC X(20).
               03  CAR-PATENTE           PIC X(6).
               03  CAR-FECHA-ALQUILER    PIC 9(8).
               03  CAR-IMPORTE           PIC 9(6)V99.
               03  CAR-AGENCIA           PIC 99.

        FD    CARGOS-FACTURADOS
            LABEL RECORD STANDARD.
        01    REG-CARGOS-FACTURADOS.
               03  CFA-CARGO             PIC X(54).
               03  CFA-NUMERO-NOTA       PIC 9(10).
               03  CFA-FECHA-PROCESO     PIC 9(8).

        FD    CARGOS-REINTENTO
            LABEL RECORD STANDARD.
        01    REG-CARGOS-REINTENTO PIC X(54).

        FD    AJUSTES
            LABEL RECORD STANDARD.
        01    REG-AJUSTES.
               03  AJU-NUMERO-FACTURA   PIC 9(10).
               03  AJU-MOTIVO           PIC X(2).
               03  AJU-IMPORTE          PIC 9(8)V99.
               03  AJU-DESCRIPCION      PIC X(30).

        FD    AJUSTES-APLICADOS
            LABEL RECORD STANDARD.
        01    REG-AJUSTES-APLICADOS.
               03  AAP-AJUSTE           PIC X(52).
               03  AAP-RESULTADO        PIC X.
               03  AAP-NUMERO-NOTA      PIC 9(10).
               03  AAP-FECHA-PROCESO    PIC 9(8).

        FD    AJUSTES-REINTENTO
            LABEL RECORD STANDARD.
        01    REG-AJUSTES-REINTENTO PIC X(52).

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

        FD    CONDUCTORES
            LABEL RECORD STANDARD.
        01    REG-CONDUCTORES.
               03 CLAVE-CCD.
                   05  CCD-TIPODOC         PIC X.
                   05  CCD-NRODOC          PIC X(20).
               03  CCD-CONV-TIPODOC        PIC X.
               03  CCD-CONV-NRODOC         PIC X(20).

        FD    NOTAS
            LABEL RECORD OMITTED.
        01    REG-NOTAS PIC X(80).

       WORKING-STORAGE SECTION.

        01 TABLA-COMPROBANTES.
            03 COMP-CANT PIC 9(4) VALUE 0.
            03 COMP-ENTRADA OCCURS 5000 TIMES.
                05  COMP-NUMERO          PIC 9(10).
                05  COMP-PERIODO         PIC 9(6).
                05  COMP-TIPO            PIC X.
                05  COMP-TIPODOC         PIC X.
                05  COMP-NRODOC          PIC X(20).
                05  COMP-TOTAL           PIC 9(8)V99.
                05  COMP-ACREDITADO      PIC 9(8)V99.
                05  COMP-REFERENCIA      PIC 9(10).

       77 REGISTRO-FACTURAS-STATUS PIC X(2).
       77 CONTROL-FACTURAS-STATUS PIC X(2).
       77 CARGOS-STATUS PIC X(2).
       77 CARGOS-FACTURADOS-STATUS PIC X(2).
       77 AJUSTES-STATUS PIC X(2).
       77 AJUSTES-APLICADOS-STATUS PIC X(2).
       77 CARGOS-REINTENTO-STATUS PIC X(2).
       77 AJUSTES-REINTENTO-STATUS PIC X(2).
       77 NOTAS-STATUS PIC X(2).
       77 CONVENIOS-STATUS PIC X(2).
       77 CONDUCTORES-STATUS PIC X(2).
       77 FLAG-HAY-CONVENIOS PIC X(2) VALUE 'NO'.
       77 FLAG-NOTA-CONVENIO PIC X(2).
       77 FECHA-INICIO-ALQUILER PIC 9(8).
       77 CNT-NOTAS-CONVENIO PIC 9(6) VALUE 0.
       77 NOMBRE-ARCHIVO-CARGOS PIC X(27) VALUE
           "input/cargosPendientes.dat".
       77 NOMBRE-ARCHIVO-AJUSTES PIC X(27) VALUE
           "input/ajustesFacturas.dat".
       77 NOMBRE-ARCHIVO-CARGOS-REINT PIC X(27) VALUE
           "input/cargosPendientes.tmp".
       77 NOMBRE-ARCHIVO-AJUSTES-REINT PIC X(27) VALUE
           "input/ajustesFacturas.tmp".
       77 FLAG-NOTA-REGISTRADA PIC X(2).
       77 FLAG-CONSERVAR-CARGOS PIC X(2) VALUE 'NO'.
       77 FLAG-CONSERVAR-AJUSTES PIC X(2) VALUE 'NO'.
       77 NUMERO-COMPROBANTE-BUSCADO PIC 9(10).
       77 ULTIMO-NUMERO-EMITIDO PIC 9(10) VALUE 0.
       77 ULTIMO-PERIODO-FACTURADO PIC 9(6) VALUE 0.
       77 NUMERO-NOTA PIC 9(10) VALUE 0.
       77 COMP-I PIC 9(4).
       77 COMP-J PIC 9(4).
       77 FLAG-ENCONTRADO PIC X(2).
       77 FLAG-AJUSTE-VALIDO PIC X(2).
       77 PERIODO-ALQUILER PIC 9(6).
       77 PERIODO-ACTUAL PIC 9(6).
       77 SALDO-ACREDITABLE PIC 9(8)V99.
       77 NOTA-TIPO PIC X.
       77 NOTA-REFERENCIA PIC 9(10).
       77 NOTA-MOTIVO PIC X(2).
       77 NOTA-TIPODOC PIC X.
       77 NOTA-NRODOC PIC X(20).
       77 SUBTOTAL-NOTA PIC 9(8)V99.
       77 IVA-NOTA PIC 9(8)V99.
       77 TOTAL-NOTA PIC 9(8)V99.
       77 TOTAL-DEBITOS PIC 9(9)V99 VALUE 0.
       77 TOTAL-CREDITOS PIC 9(9)V99 VALUE 0.
       77 MOTIVO-RECHAZO PIC X(40).
       77 CNT-COMPROBANTES-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-CARGOS-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-AJUSTES-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-NOTAS-DEBITO PIC 9(6) VALUE 0.
       77 CNT-NOTAS-CREDITO PIC 9(6) VALUE 0.
       77 CNT-AJUSTES-RECHAZADOS PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.
       77 CNT-ERRORES-CARGOS PIC 9(6) VALUE 0.
       77 CNT-ERRORES-AJUSTES PIC 9(6) VALUE 0.
       77 CNT-CARGOS-REINTENTO PIC 9(6) VALUE 0.
       77 CNT-AJUSTES-REINTENTO PIC 9(6) VALUE 0.

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-DE-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

       01 NT-SEPARADOR.
           03 FILLER PIC X(80) VALUE ALL "-".

       01 NT-ENCABEZADO-LINEA-1.
           03 NT-E1-TIPO PIC X(16).
           03 FILLER PIC X(5) VALUE "Nro: ".
           03 NT-E1-NUMERO PIC 9(10).
           03 FILLER PIC X(18) VALUE "    Ref. factura: ".
           03 NT-E1-REFERENCIA PIC 9(10).
           03 FILLER PIC X(21) VALUE SPACES.

       01 NT-ENCABEZADO-LINEA-2.
           03 FILLER PIC X(14) VALUE "Cliente doc: ".
           03 NT-E2-TIPODOC PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 NT-E2-NRODOC PIC X(20).
           03 FILLER PIC X(10) VALUE "  Fecha: ".
           03 NT-E2-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 NT-E2-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 NT-E2-AAAA PIC 9(4).
           03 FILLER PIC X(24) VALUE SPACES.

       01 NT-ENCABEZADO-LINEA-3.
           03 FILLER PIC X(8) VALUE "Motivo: ".
           03 NT-E3-MOTIVO PIC X(2).
           03 FILLER PIC X(3) VALUE " - ".
           03 NT-E3-DESCRIPCION PIC X(30).
           03 FILLER PIC X(37) VALUE SPACES.

       01 NT-LINEA-CARGO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 NT-CG-CONCEPTO PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 NT-CG-PATENTE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 NT-CG-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 NT-CG-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 NT-CG-AAAA PIC 9(4).
           03 FILLER PIC X(5) VALUE SPACES.
           03 NT-CG-IMPORTE-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 NT-CG-IMPORTE-DECIMALES PIC 99.
           03 FILLER PIC X(12) VALUE SPACES.

       01 NT-LINEA-CONDUCTOR.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE "Conductor: ".
           03 NT-CD-TIPODOC PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 NT-CD-NRODOC PIC X(20).
           03 FILLER PIC X(45) VALUE SPACES.

       01 NT-LINEA-AJUSTE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 NT-AJ-DESCRIPCION PIC X(30).
           03 FILLER PIC X(25) VALUE SPACES.
           03 NT-AJ-IMPORTE-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 NT-AJ-IMPORTE-DECIMALES PIC 99.
           03 FILLER PIC X(12) VALUE SPACES.

       01 NT-LINEA-TOTAL.
           03 NT-TOT-ETIQUETA PIC X(35).
           03 FILLER PIC X(22) VALUE SPACES.
           03 NT-TOT-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 NT-TOT-DECIMALES PIC 99.
           03 FILLER PIC X(12) VALUE SPACES.

       01 NT-LINEA-RECHAZO.
           03 FILLER PIC X(17) VALUE "Ajuste rechazado ".
           03 NT-RZ-FACTURA PIC 9(10).
           03 FILLER PIC X VALUE SPACES.
           03 NT-RZ-MOTIVO PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 NT-RZ-RAZON PIC X(40).
           03 FILLER PIC X(8) VALUE SPACES.

       01 NT-LINEA-RESUMEN.
           03 NT-RES-ETIQUETA PIC X(35).
           03 NT-RES-CANT PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 NT-RES-ENTEROS PIC 9(9).
           03 FILLER PIC X VALUE ",".
           03 NT-RES-DECIMALES PIC 99.
           03 FILLER PIC X(23) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE FECHA-DE-HOY-NUM(1:6) TO PERIODO-ACTUAL.
           PERFORM LEER-CONTROL-FACTURAS.
           PERFORM CARGAR-COMPROBANTES.
           PERFORM INICIALIZAR.
           PERFORM PROCESAR-CARGOS.
           PERFORM PROCESAR-AJUSTES.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE REGISTRO-FACTURAS.
           CLOSE NOTAS.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               CLOSE CONVENIOS
               CLOSE CONDUCTORES
           END-IF.
           PERFORM GRABAR-CONTROL-FACTURAS.
           DISPLAY "Comprobantes registrados leidos: "
               CNT-COMPROBANTES-LEIDOS.
           DISPLAY "Cargos pendientes leidos: " CNT-CARGOS-LEIDOS.
           DISPLAY "Notas de debito emitidas: " CNT-NOTAS-DEBITO.
           DISPLAY "Notas de debito a convenios: " CNT-NOTAS-CONVENIO.
           DISPLAY "Ajustes leidos: " CNT-AJUSTES-LEIDOS.
           DISPLAY "Notas de credito emitidas: " CNT-NOTAS-CREDITO.
           DISPLAY "Ajustes rechazados: " CNT-AJUSTES-RECHAZADOS.
           DISPLAY "Errores en cargos: " CNT-ERRORES-CARGOS.
           DISPLAY "Errores en ajustes: " CNT-ERRORES-AJUSTES.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-AJUSTES-RECHAZADOS IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LEER-CONTROL-FACTURAS.
           OPEN INPUT CONTROL-FACTURAS.
           IF CONTROL-FACTURAS-STATUS IS EQUAL TO 35
               MOVE 0 TO ULTIMO-NUMERO-EMITIDO
               MOVE 0 TO ULTIMO-PERIODO-FACTURADO
           ELSE
               IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONTROL-FACTURAS RECORD
               IF CONTROL-FACTURAS-STATUS IS EQUAL TO 00
                   MOVE CTL-ULTIMO-NUMERO TO ULTIMO-NUMERO-EMITIDO
                   MOVE CTL-ULTIMO-PERIODO TO ULTIMO-PERIODO-FACTURADO
               ELSE
                   DISPLAY "ERROR LEER CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CONTROL-FACTURAS
           END-IF.
           MOVE ULTIMO-NUMERO-EMITIDO TO NUMERO-NOTA.

       CARGAR-COMPROBANTES.
           OPEN INPUT REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN REGISTRO DE FACTURAS, LAS NOTAS "
                   "SE EMITEN SIN REFERENCIA"
           ELSE
               IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                       REGISTRO-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-REGISTRO-FACTURAS
               PERFORM GUARDAR-COMPROBANTE UNTIL
                   REGISTRO-FACTURAS-STATUS IS EQUAL TO 10
               CLOSE REGISTRO-FACTURAS
               MOVE 1 TO COMP-J
               PERFORM ACUMULAR-CREDITO-EXISTENTE UNTIL
                   COMP-J IS GREATER THAN COMP-CANT
           END-IF.

       LEER-REGISTRO-FACTURAS.
           READ REGISTRO-FACTURAS RECORD.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-COMPROBANTE.
           IF COMP-CANT IS EQUAL TO 5000
               DISPLAY "ERROR TABLA DE COMPROBANTES LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO COMP-CANT.
           ADD 1 TO CNT-COMPROBANTES-LEIDOS.
           MOVE REGF-NUMERO TO COMP-NUMERO(COMP-CANT).
           MOVE REGF-PERIODO TO COMP-PERIODO(COMP-CANT).
           MOVE REGF-TIPODOC TO COMP-TIPODOC(COMP-CANT).
           MOVE REGF-NRODOC TO COMP-NRODOC(COMP-CANT).
           MOVE REGF-TOTAL TO COMP-TOTAL(COMP-CANT).
           MOVE 0 TO COMP-ACREDITADO(COMP-CANT).
           MOVE 0 TO COMP-REFERENCIA(COMP-CANT).
           EVALUATE TRUE
               WHEN REGF-ES-NOTA-DEBITO
                   MOVE "D" TO COMP-TIPO(COMP-CANT)
               WHEN REGF-ES-NOTA-CREDITO
                   MOVE "C" TO COMP-TIPO(COMP-CANT)
                   MOVE REGF-NUMERO-REFERENCIA TO
                       COMP-REFERENCIA(COMP-CANT)
               WHEN OTHER
                   MOVE "F" TO COMP-TIPO(COMP-CANT)
           END-EVALUATE.
           IF REGF-NUMERO IS GREATER THAN NUMERO-NOTA
               MOVE REGF-NUMERO TO NUMERO-NOTA
           END-IF.
           PERFORM LEER-REGISTRO-FACTURAS.

       ACUMULAR-CREDITO-EXISTENTE.
           IF COMP-TIPO(COMP-J) IS EQUAL TO "C"
               MOVE COMP-REFERENCIA(COMP-J) TO
                   NUMERO-COMPROBANTE-BUSCADO
               PERFORM BUSCAR-COMPROBANTE-AJUSTE
               IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
                   ADD COMP-TOTAL(COMP-J) TO COMP-ACREDITADO(COMP-I)
               END-IF
           END-IF.
           ADD 1 TO COMP-J.

       INICIALIZAR.
           OPEN EXTEND REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS EQUAL TO 35
               OPEN OUTPUT REGISTRO-FACTURAS
           END-IF.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTAS.
           IF NOTAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR NOTAS FS: " NOTAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONVENIOS.
           IF CONVENIOS-STATUS IS EQUAL TO 00
               OPEN INPUT CONDUCTORES
               IF CONDUCTORES-STATUS IS EQUAL TO 00
                   MOVE 'SI' TO FLAG-HAY-CONVENIOS
               ELSE
                   CLOSE CONVENIOS
                   IF CONDUCTORES-STATUS IS NOT EQUAL TO 35
                       DISPLAY "ERROR ABRIR CONDUCTORES FS: "
                           CONDUCTORES-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               IF CONVENIOS-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR CONVENIOS FS: " CONVENIOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       GRABAR-CONTROL-FACTURAS.
           OPEN OUTPUT CONTROL-FACTURAS.
           IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-FACTURAS FS: "
                   CONTROL-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE NUMERO-NOTA TO CTL-ULTIMO-NUMERO.
           MOVE ULTIMO-PERIODO-FACTURADO TO CTL-ULTIMO-PERIODO.
           WRITE REG-CONTROL-FACTURAS.
           IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-FACTURAS FS: "
                   CONTROL-FACTURAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.
           CLOSE CONTROL-FACTURAS.

       PROCESAR-CARGOS.
           OPEN INPUT CARGOS.
           IF CARGOS-STATUS IS EQUAL TO 35
               DISPLAY "SIN CARGOS PENDIENTES"
           ELSE
               IF CARGOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CARGOS FS: " CARGOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND CARGOS-FACTURADOS
               IF CARGOS-FACTURADOS-STATUS IS EQUAL TO 35
                   OPEN OUTPUT CARGOS-FACTURADOS
               END-IF
               IF CARGOS-FACTURADOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CARGOS-FACTURADOS FS: "
                       CARGOS-FACTURADOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT CARGOS-REINTENTO
               IF CARGOS-REINTENTO-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CARGOS-REINTENTO FS: "
                       CARGOS-REINTENTO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-CARGOS
               PERFORM EMITIR-NOTA-CARGO UNTIL
                   CARGOS-STATUS IS EQUAL TO 10
               CLOSE CARGOS
               CLOSE CARGOS-FACTURADOS
               CLOSE CARGOS-REINTENTO
               PERFORM DEPURAR-CARGOS-PENDIENTES
           END-IF.

       DEPURAR-CARGOS-PENDIENTES.
           EVALUATE TRUE
               WHEN FLAG-CONSERVAR-CARGOS IS EQUAL TO 'SI'
                   DISPLAY "AVISO: ERROR DE LECTURA, SE CONSERVA "
                       NOMBRE-ARCHIVO-CARGOS " COMPLETO, VER "
                       "CARGOS YA FACTURADOS EN cargosFacturados.dat"
                   CALL "CBL_DELETE_FILE" USING
                       NOMBRE-ARCHIVO-CARGOS-REINT
               WHEN CNT-CARGOS-REINTENTO IS GREATER THAN 0
                   DISPLAY "AVISO: SE CONSERVAN " CNT-CARGOS-REINTENTO
                       " CARGOS SIN REGISTRAR PARA REPROCESO"
                   CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-CARGOS
                   CALL "CBL_RENAME_FILE" USING
                       NOMBRE-ARCHIVO-CARGOS-REINT
                       NOMBRE-ARCHIVO-CARGOS
                   IF RETURN-CODE IS NOT EQUAL TO 0
                       DISPLAY "ERROR AL DEPURAR CARGOS PENDIENTES, "
                           "RC: " RETURN-CODE
                       ADD 1 TO CNT-ERRORES
                       ADD 1 TO CNT-ERRORES-CARGOS
                   END-IF
               WHEN OTHER
                   CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-CARGOS
                   CALL "CBL_DELETE_FILE" USING
                       NOMBRE-ARCHIVO-CARGOS-REINT
           END-EVALUATE.

       LEER-CARGOS.
           READ CARGOS RECORD.
           IF CARGOS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-CARGOS-LEIDOS
           END-IF.
           IF CARGOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER CARGOS FS: " CARGOS-STATUS
               ADD 1 TO CNT-ERRORES
               ADD 1 TO CNT-ERRORES-CARGOS
               MOVE 'SI' TO FLAG-CONSERVAR-CARGOS
               MOVE "10" TO CARGOS-STATUS
           END-IF.

       EMITIR-NOTA-CARGO.
           MOVE CAR-FECHA-ALQUILER(5:4) TO PERIODO-ALQUILER(1:4).
           MOVE CAR-FECHA-ALQUILER(3:2) TO PERIODO-ALQUILER(5:2).
           PERFORM RESOLVER-FACTURAR-A.
           PERFORM BUSCAR-FACTURA-ALQUILER.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               MOVE COMP-NUMERO(COMP-I) TO NOTA-REFERENCIA
           ELSE
               MOVE 0 TO NOTA-REFERENCIA
           END-IF.
           MOVE "D" TO NOTA-TIPO.
           MOVE CAR-IMPORTE TO SUBTOTAL-NOTA.
           EVALUATE TRUE
               WHEN CAR-ES-RECARGO
                   MOVE "RE" TO NOTA-MOTIVO
               WHEN CAR-ES-CANCELACION
                   MOVE "CA" TO NOTA-MOTIVO
               WHEN CAR-ES-FRANQUICIA
                   MOVE "SI" TO NOTA-MOTIVO
               WHEN CAR-ES-TRASLADO
                   MOVE "TR" TO NOTA-MOTIVO
               WHEN CAR-ES-ACREDITACION
                   MOVE "C" TO NOTA-TIPO
                   MOVE "LC" TO NOTA-MOTIVO
                   PERFORM LIMITAR-CREDITO-CARGO
               WHEN OTHER
                   MOVE "OT" TO NOTA-MOTIVO
           END-EVALUATE.
           MOVE 'SI' TO FLAG-NOTA-REGISTRADA.
           MOVE REG-CARGOS TO CFA-CARGO.
           MOVE FECHA-DE-HOY-NUM TO CFA-FECHA-PROCESO.
           IF SUBTOTAL-NOTA IS GREATER THAN 0
               PERFORM IMPRIMIR-NOTA-CARGO
               MOVE NUMERO-NOTA TO CFA-NUMERO-NOTA
           ELSE
               DISPLAY "AVISO: FACTURA SIN SALDO ACREDITABLE: "
                   NOTA-REFERENCIA " PATENTE: " CAR-PATENTE
               MOVE 0 TO CFA-NUMERO-NOTA
           END-IF.
           IF FLAG-NOTA-REGISTRADA IS EQUAL TO 'SI'
               PERFORM ARCHIVAR-CARGO-FACTURADO
           ELSE
               ADD 1 TO CNT-ERRORES-CARGOS
               PERFORM GRABAR-CARGO-REINTENTO
           END-IF.
           PERFORM LEER-CARGOS.

       LIMITAR-CREDITO-CARGO.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               IF COMP-ACREDITADO(COMP-I) IS LESS THAN
                   COMP-TOTAL(COMP-I)
                   COMPUTE SALDO-ACREDITABLE = COMP-TOTAL(COMP-I) -
                       COMP-ACREDITADO(COMP-I)
               ELSE
                   MOVE 0 TO SALDO-ACREDITABLE
               END-IF
               COMPUTE IVA-NOTA ROUNDED = SUBTOTAL-NOTA * 0,21
               COMPUTE TOTAL-NOTA = SUBTOTAL-NOTA + IVA-NOTA
               IF TOTAL-NOTA IS GREATER THAN SALDO-ACREDITABLE
                   COMPUTE SUBTOTAL-NOTA = SALDO-ACREDITABLE / 1,21
               END-IF
           END-IF.

       IMPRIMIR-NOTA-CARGO.
           PERFORM ABRIR-NOTA.
           PERFORM RESOLVER-DESCRIPCION-MOTIVO.
           MOVE NT-E3-DESCRIPCION TO NT-CG-CONCEPTO.
           MOVE CAR-PATENTE TO NT-CG-PATENTE.
           MOVE CAR-FECHA-ALQUILER(1:2) TO NT-CG-DD.
           MOVE CAR-FECHA-ALQUILER(3:2) TO NT-CG-MM.
           MOVE CAR-FECHA-ALQUILER(5:4) TO NT-CG-AAAA.
           MOVE SUBTOTAL-NOTA(1:8) TO NT-CG-IMPORTE-ENTEROS.
           MOVE SUBTOTAL-NOTA(9:2) TO NT-CG-IMPORTE-DECIMALES.
           MOVE NT-LINEA-CARGO TO REG-NOTAS.
           WRITE REG-NOTAS.
           IF FLAG-NOTA-CONVENIO IS EQUAL TO 'SI'
               MOVE CAR-TIPODOC TO NT-CD-TIPODOC
               MOVE CAR-NRODOC TO NT-CD-NRODOC
               MOVE NT-LINEA-CONDUCTOR TO REG-NOTAS
               WRITE REG-NOTAS
               ADD 1 TO CNT-NOTAS-CONVENIO
           END-IF.
           PERFORM CERRAR-NOTA.
           IF FLAG-NOTA-REGISTRADA IS EQUAL TO 'SI'
               IF NOTA-TIPO IS EQUAL TO "D"
                   ADD 1 TO CNT-NOTAS-DEBITO
                   ADD TOTAL-NOTA TO TOTAL-DEBITOS
               ELSE
                   IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
                       ADD TOTAL-NOTA TO COMP-ACREDITADO(COMP-I)
                   END-IF
                   ADD 1 TO CNT-NOTAS-CREDITO
                   ADD TOTAL-NOTA TO TOTAL-CREDITOS
               END-IF
           END-IF.

       ARCHIVAR-CARGO-FACTURADO.
           WRITE REG-CARGOS-FACTURADOS.
           IF CARGOS-FACTURADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CARGOS-FACTURADOS FS: "
                   CARGOS-FACTURADOS-STATUS
               DISPLAY "CARGO FACTURADO NO ARCHIVADO: "
                   REG-CARGOS-FACTURADOS
               ADD 1 TO CNT-ERRORES
               ADD 1 TO CNT-ERRORES-CARGOS
           END-IF.

       GRABAR-CARGO-REINTENTO.
           WRITE REG-CARGOS-REINTENTO FROM REG-CARGOS.
           IF CARGOS-REINTENTO-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-CARGOS-REINTENTO
           ELSE
               DISPLAY "ERROR GRABAR CARGOS-REINTENTO FS: "
                   CARGOS-REINTENTO-STATUS
               ADD 1 TO CNT-ERRORES
               MOVE 'SI' TO FLAG-CONSERVAR-CARGOS
           END-IF.

       RESOLVER-FACTURAR-A.
           MOVE CAR-TIPODOC TO NOTA-TIPODOC.
           MOVE CAR-NRODOC TO NOTA-NRODOC.
           MOVE 'NO' TO FLAG-NOTA-CONVENIO.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               MOVE CAR-TIPODOC TO CCD-TIPODOC
               MOVE CAR-NRODOC TO CCD-NRODOC
               READ CONDUCTORES RECORD KEY IS CLAVE-CCD
               IF CONDUCTORES-STATUS IS EQUAL TO 00
                   MOVE CCD-CONV-TIPODOC TO CONV-TIPODOC
                   MOVE CCD-CONV-NRODOC TO CONV-NRODOC
                   READ CONVENIOS RECORD KEY IS CLAVE-CONV
                   MOVE CAR-FECHA-ALQUILER(5:4) TO
                       FECHA-INICIO-ALQUILER(1:4)
                   MOVE CAR-FECHA-ALQUILER(3:2) TO
                       FECHA-INICIO-ALQUILER(5:2)
                   MOVE CAR-FECHA-ALQUILER(1:2) TO
                       FECHA-INICIO-ALQUILER(7:2)
                   IF CONVENIOS-STATUS IS EQUAL TO 00 AND
                       FECHA-INICIO-ALQUILER IS NOT LESS THAN
                           CONV-VIGENCIA-DESDE AND
                       FECHA-INICIO-ALQUILER IS NOT GREATER THAN
                           CONV-VIGENCIA-HASTA
                       MOVE CONV-TIPODOC TO NOTA-TIPODOC
                       MOVE CONV-NRODOC TO NOTA-NRODOC
                       MOVE 'SI' TO FLAG-NOTA-CONVENIO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-FACTURA-ALQUILER.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO COMP-I.
           PERFORM REVISAR-FACTURA-ALQUILER UNTIL
               COMP-I IS GREATER THAN COMP-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.

       REVISAR-FACTURA-ALQUILER.
           IF COMP-TIPO(COMP-I) IS EQUAL TO "F" AND
               COMP-TIPODOC(COMP-I) IS EQUAL TO NOTA-TIPODOC AND
               COMP-NRODOC(COMP-I) IS EQUAL TO NOTA-NRODOC AND
               COMP-PERIODO(COMP-I) IS EQUAL TO PERIODO-ALQUILER
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO COMP-I
           END-IF.

       PROCESAR-AJUSTES.
           OPEN INPUT AJUSTES.
           IF AJUSTES-STATUS IS EQUAL TO 35
               DISPLAY "SIN AJUSTES DE FACTURAS"
           ELSE
               IF AJUSTES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AJUSTES FS: " AJUSTES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND AJUSTES-APLICADOS
               IF AJUSTES-APLICADOS-STATUS IS EQUAL TO 35
                   OPEN OUTPUT AJUSTES-APLICADOS
               END-IF
               IF AJUSTES-APLICADOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AJUSTES-APLICADOS FS: "
                       AJUSTES-APLICADOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT AJUSTES-REINTENTO
               IF AJUSTES-REINTENTO-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AJUSTES-REINTENTO FS: "
                       AJUSTES-REINTENTO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-AJUSTES
               PERFORM PROCESAR-AJUSTE UNTIL
                   AJUSTES-STATUS IS EQUAL TO 10
               CLOSE AJUSTES
               CLOSE AJUSTES-APLICADOS
               CLOSE AJUSTES-REINTENTO
               PERFORM DEPURAR-AJUSTES-PENDIENTES
           END-IF.

       DEPURAR-AJUSTES-PENDIENTES.
           EVALUATE TRUE
               WHEN FLAG-CONSERVAR-AJUSTES IS EQUAL TO 'SI'
                   DISPLAY "AVISO: ERROR DE LECTURA, SE CONSERVA "
                       NOMBRE-ARCHIVO-AJUSTES " COMPLETO, VER "
                       "AJUSTES YA APLICADOS EN ajustesAplicados.dat"
                   CALL "CBL_DELETE_FILE" USING
                       NOMBRE-ARCHIVO-AJUSTES-REINT
               WHEN CNT-AJUSTES-REINTENTO IS GREATER THAN 0
                   DISPLAY "AVISO: SE CONSERVAN " CNT-AJUSTES-REINTENTO
                       " AJUSTES SIN REGISTRAR PARA REPROCESO"
                   CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-AJUSTES
                   CALL "CBL_RENAME_FILE" USING
                       NOMBRE-ARCHIVO-AJUSTES-REINT
                       NOMBRE-ARCHIVO-AJUSTES
                   IF RETURN-CODE IS NOT EQUAL TO 0
                       DISPLAY "ERROR AL DEPURAR AJUSTES PENDIENTES, "
                           "RC: " RETURN-CODE
                       ADD 1 TO CNT-ERRORES
                       ADD 1 TO CNT-ERRORES-AJUSTES
                   END-IF
               WHEN OTHER
                   CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-AJUSTES
                   CALL "CBL_DELETE_FILE" USING
                       NOMBRE-ARCHIVO-AJUSTES-REINT
           END-EVALUATE.

       LEER-AJUSTES.
           READ AJUSTES RECORD.
           IF AJUSTES-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-AJUSTES-LEIDOS
           END-IF.
           IF AJUSTES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AJUSTES FS: " AJUSTES-STATUS
               ADD 1 TO CNT-ERRORES
               ADD 1 TO CNT-ERRORES-AJUSTES
               MOVE 'SI' TO FLAG-CONSERVAR-AJUSTES
               MOVE "10" TO AJUSTES-STATUS
           END-IF.

       PROCESAR-AJUSTE.
           PERFORM VALIDAR-AJUSTE.
           MOVE REG-AJUSTES TO AAP-AJUSTE.
           MOVE FECHA-DE-HOY-NUM TO AAP-FECHA-PROCESO.
           MOVE 'SI' TO FLAG-NOTA-REGISTRADA.
           IF FLAG-AJUSTE-VALIDO IS EQUAL TO 'SI'
               PERFORM EMITIR-NOTA-CREDITO
               MOVE "A" TO AAP-RESULTADO
               MOVE NUMERO-NOTA TO AAP-NUMERO-NOTA
           ELSE
               ADD 1 TO CNT-AJUSTES-RECHAZADOS
               MOVE AJU-NUMERO-FACTURA TO NT-RZ-FACTURA
               MOVE AJU-MOTIVO TO NT-RZ-MOTIVO
               MOVE MOTIVO-RECHAZO TO NT-RZ-RAZON
               MOVE NT-LINEA-RECHAZO TO REG-NOTAS
               WRITE REG-NOTAS
               MOVE "R" TO AAP-RESULTADO
               MOVE 0 TO AAP-NUMERO-NOTA
           END-IF.
           IF FLAG-NOTA-REGISTRADA IS EQUAL TO 'SI'
               PERFORM ARCHIVAR-AJUSTE-APLICADO
           ELSE
               ADD 1 TO CNT-ERRORES-AJUSTES
               PERFORM GRABAR-AJUSTE-REINTENTO
           END-IF.
           PERFORM LEER-AJUSTES.

       ARCHIVAR-AJUSTE-APLICADO.
           WRITE REG-AJUSTES-APLICADOS.
           IF AJUSTES-APLICADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR AJUSTES-APLICADOS FS: "
                   AJUSTES-APLICADOS-STATUS
               DISPLAY "AJUSTE NO ARCHIVADO: " REG-AJUSTES-APLICADOS
               ADD 1 TO CNT-ERRORES
               ADD 1 TO CNT-ERRORES-AJUSTES
           END-IF.

       GRABAR-AJUSTE-REINTENTO.
           WRITE REG-AJUSTES-REINTENTO FROM REG-AJUSTES.
           IF AJUSTES-REINTENTO-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-AJUSTES-REINTENTO
           ELSE
               DISPLAY "ERROR GRABAR AJUSTES-REINTENTO FS: "
                   AJUSTES-REINTENTO-STATUS
               ADD 1 TO CNT-ERRORES
               MOVE 'SI' TO FLAG-CONSERVAR-AJUSTES
           END-IF.

       VALIDAR-AJUSTE.
           MOVE 'SI' TO FLAG-AJUSTE-VALIDO.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE AJU-MOTIVO TO NOTA-MOTIVO.
           PERFORM RESOLVER-DESCRIPCION-MOTIVO.
           EVALUATE TRUE
               WHEN AJU-NUMERO-FACTURA IS NOT NUMERIC OR
                   AJU-IMPORTE IS NOT NUMERIC
                   MOVE "Numero o importe no numerico" TO
                       MOTIVO-RECHAZO
               WHEN AJU-IMPORTE IS EQUAL TO 0
                   MOVE "Importe en cero" TO MOTIVO-RECHAZO
               WHEN NOT (AJU-MOTIVO IS EQUAL TO "EF" OR "BC" OR
                   "DA" OR "AR" OR "OT")
                   MOVE "Codigo de motivo inexistente" TO
                       MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE AJU-NUMERO-FACTURA TO
                       NUMERO-COMPROBANTE-BUSCADO
                   PERFORM BUSCAR-COMPROBANTE-AJUSTE
                   IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
                       MOVE "Factura inexistente" TO MOTIVO-RECHAZO
                   ELSE
                       IF COMP-TIPO(COMP-I) IS EQUAL TO "C"
                           MOVE "No se acredita una nota de credito"
                               TO MOTIVO-RECHAZO
                       ELSE
                           PERFORM VALIDAR-SALDO-ACREDITABLE
                       END-IF
                   END-IF
           END-EVALUATE.
           IF MOTIVO-RECHAZO IS NOT EQUAL TO SPACES
               MOVE 'NO' TO FLAG-AJUSTE-VALIDO
           END-IF.

       BUSCAR-COMPROBANTE-AJUSTE.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO COMP-I.
           PERFORM REVISAR-COMPROBANTE-AJUSTE UNTIL
               COMP-I IS GREATER THAN COMP-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.

       REVISAR-COMPROBANTE-AJUSTE.
           IF COMP-NUMERO(COMP-I) IS EQUAL TO
               NUMERO-COMPROBANTE-BUSCADO
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO COMP-I
           END-IF.

       VALIDAR-SALDO-ACREDITABLE.
           MOVE AJU-IMPORTE TO SUBTOTAL-NOTA.
           COMPUTE IVA-NOTA ROUNDED = SUBTOTAL-NOTA * 0,21.
           COMPUTE TOTAL-NOTA = SUBTOTAL-NOTA + IVA-NOTA.
           IF COMP-ACREDITADO(COMP-I) IS LESS THAN COMP-TOTAL(COMP-I)
               COMPUTE SALDO-ACREDITABLE = COMP-TOTAL(COMP-I) -
                   COMP-ACREDITADO(COMP-I)
           ELSE
               MOVE 0 TO SALDO-ACREDITABLE
           END-IF.
           IF TOTAL-NOTA IS GREATER THAN SALDO-ACREDITABLE
               MOVE "Supera el saldo acreditable" TO MOTIVO-RECHAZO
           END-IF.

       EMITIR-NOTA-CREDITO.
           MOVE "C" TO NOTA-TIPO.
           MOVE AJU-NUMERO-FACTURA TO NOTA-REFERENCIA.
           MOVE AJU-MOTIVO TO NOTA-MOTIVO.
           MOVE COMP-TIPODOC(COMP-I) TO NOTA-TIPODOC.
           MOVE COMP-NRODOC(COMP-I) TO NOTA-NRODOC.
           MOVE AJU-IMPORTE TO SUBTOTAL-NOTA.
           PERFORM ABRIR-NOTA.
           MOVE AJU-DESCRIPCION TO NT-AJ-DESCRIPCION.
           MOVE SUBTOTAL-NOTA(1:8) TO NT-AJ-IMPORTE-ENTEROS.
           MOVE SUBTOTAL-NOTA(9:2) TO NT-AJ-IMPORTE-DECIMALES.
           MOVE NT-LINEA-AJUSTE TO REG-NOTAS.
           WRITE REG-NOTAS.
           PERFORM CERRAR-NOTA.
           IF FLAG-NOTA-REGISTRADA IS EQUAL TO 'SI'
               ADD TOTAL-NOTA TO COMP-ACREDITADO(COMP-I)
               ADD 1 TO CNT-NOTAS-CREDITO
               ADD TOTAL-NOTA TO TOTAL-CREDITOS
           END-IF.

       RESOLVER-DESCRIPCION-MOTIVO.
           EVALUATE NOTA-MOTIVO
               WHEN "RE"
                   MOVE "Recargo por devolucion tardia" TO
                       NT-E3-DESCRIPCION
               WHEN "CA"
                   MOVE "Cargo por cancelacion" TO NT-E3-DESCRIPCION
               WHEN "SI"
                   MOVE "Franquicia por siniestro" TO NT-E3-DESCRIPCION
               WHEN "TR"
                   MOVE "Cargo por traslado" TO NT-E3-DESCRIPCION
               WHEN "EF"
                   MOVE "Error de facturacion" TO NT-E3-DESCRIPCION
               WHEN "BC"
                   MOVE "Bonificacion comercial" TO NT-E3-DESCRIPCION
               WHEN "DA"
                   MOVE "Devolucion anticipada" TO NT-E3-DESCRIPCION
               WHEN "AR"
                   MOVE "Anulacion de recargo" TO NT-E3-DESCRIPCION
               WHEN "LC"
                   MOVE "Credito por cancelacion" TO NT-E3-DESCRIPCION
               WHEN OTHER
                   MOVE "Otros conceptos" TO NT-E3-DESCRIPCION
           END-EVALUATE.

       ABRIR-NOTA.
           ADD 1 TO NUMERO-NOTA.
           COMPUTE IVA-NOTA ROUNDED = SUBTOTAL-NOTA * 0,21.
           COMPUTE TOTAL-NOTA = SUBTOTAL-NOTA + IVA-NOTA.
           IF NOTA-TIPO IS EQUAL TO "D"
               MOVE "Nota de debito  " TO NT-E1-TIPO
           ELSE
               MOVE "Nota de credito " TO NT-E1-TIPO
           END-IF.
           MOVE NUMERO-NOTA TO NT-E1-NUMERO.
           MOVE NOTA-REFERENCIA TO NT-E1-REFERENCIA.
           MOVE NOTA-TIPODOC TO NT-E2-TIPODOC.
           MOVE NOTA-NRODOC TO NT-E2-NRODOC.
           MOVE FECHA-DD TO NT-E2-DD.
           MOVE FECHA-MM TO NT-E2-MM.
           MOVE FECHA-AAAA TO NT-E2-AAAA.
           MOVE NOTA-MOTIVO TO NT-E3-MOTIVO.
           PERFORM RESOLVER-DESCRIPCION-MOTIVO.
           MOVE NT-SEPARADOR TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE NT-ENCABEZADO-LINEA-1 TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE NT-ENCABEZADO-LINEA-2 TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE NT-ENCABEZADO-LINEA-3 TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE NT-SEPARADOR TO REG-NOTAS.
           WRITE REG-NOTAS.

       CERRAR-NOTA.
           MOVE NT-SEPARADOR TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE "Subtotal" TO NT-TOT-ETIQUETA.
           MOVE SUBTOTAL-NOTA(1:8) TO NT-TOT-ENTEROS.
           MOVE SUBTOTAL-NOTA(9:2) TO NT-TOT-DECIMALES.
           MOVE NT-LINEA-TOTAL TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE "IVA 21%" TO NT-TOT-ETIQUETA.
           MOVE IVA-NOTA(1:8) TO NT-TOT-ENTEROS.
           MOVE IVA-NOTA(9:2) TO NT-TOT-DECIMALES.
           MOVE NT-LINEA-TOTAL TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE "Total nota" TO NT-TOT-ETIQUETA.
           MOVE TOTAL-NOTA(1:8) TO NT-TOT-ENTEROS.
           MOVE TOTAL-NOTA(9:2) TO NT-TOT-DECIMALES.
           MOVE NT-LINEA-TOTAL TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE LINEA-VACIA TO REG-NOTAS.
           WRITE REG-NOTAS.
           PERFORM GRABAR-REGISTRO-NOTA.

       GRABAR-REGISTRO-NOTA.
           MOVE NUMERO-NOTA TO REGF-NUMERO.
           MOVE PERIODO-ACTUAL TO REGF-PERIODO.
           MOVE FECHA-DE-HOY-NUM TO REGF-FECHA-EMISION.
           MOVE NOTA-TIPODOC TO REGF-TIPODOC.
           MOVE NOTA-NRODOC TO REGF-NRODOC.
           MOVE SUBTOTAL-NOTA TO REGF-SUBTOTAL.
           MOVE IVA-NOTA TO REGF-IVA.
           MOVE TOTAL-NOTA TO REGF-TOTAL.
           MOVE NOTA-TIPO TO REGF-TIPO-COMPROBANTE.
           MOVE NOTA-REFERENCIA TO REGF-NUMERO-REFERENCIA.
           MOVE NOTA-MOTIVO TO REGF-MOTIVO.
           WRITE REG-REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS EQUAL TO 00
               MOVE 'SI' TO FLAG-NOTA-REGISTRADA
           ELSE
               DISPLAY "ERROR GRABAR REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS " NOTA: " NUMERO-NOTA
               ADD 1 TO CNT-ERRORES
               MOVE 'NO' TO FLAG-NOTA-REGISTRADA
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE NT-SEPARADOR TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE "Notas de debito emitidas" TO NT-RES-ETIQUETA.
           MOVE CNT-NOTAS-DEBITO TO NT-RES-CANT.
           MOVE TOTAL-DEBITOS(1:9) TO NT-RES-ENTEROS.
           MOVE TOTAL-DEBITOS(10:2) TO NT-RES-DECIMALES.
           MOVE NT-LINEA-RESUMEN TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE "Notas de credito emitidas" TO NT-RES-ETIQUETA.
           MOVE CNT-NOTAS-CREDITO TO NT-RES-CANT.
           MOVE TOTAL-CREDITOS(1:9) TO NT-RES-ENTEROS.
           MOVE TOTAL-CREDITOS(10:2) TO NT-RES-DECIMALES.
           MOVE NT-LINEA-RESUMEN TO REG-NOTAS.
           WRITE REG-NOTAS.
           MOVE NT-SEPARADOR TO REG-NOTAS.
           WRITE REG-NOTAS.
