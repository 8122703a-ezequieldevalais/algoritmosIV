           RECORD KEY IS CLAVE-ALQ
           FILE STATUS IS ALQUILERES-STATUS.

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

           SELECT ARCHIVO-ORDEN ASSIGN TO
           "output/facturas.srt".

               03  ARCHALQ-TIPODOC       PIC X.
               03  ARCHALQ-NRODOC        PIC X(20).
               03  ARCHALQ-IMPORTE       PIC 9(6)V99.
               03  FILLER                PIC X(21).

        FD    ALQUILERES
            LABEL RECORD STANDARD.
               03  ALQ-IMPORTE   PIC 9(6)V99.
               03  ALQ-ESTADO    PIC X.
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

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

        SD    ARCHIVO-ORDEN.
        01    REG-ORDEN.
               03  ORD-FACT-TIPODOC  PIC X.
               03  ORD-FACT-NRODOC   PIC X(20).
               03  ORD-CONVENIO      PIC X.
                   88  ORD-ES-CONVENIO        VALUE "S".
               03  ORD-TIPODOC       PIC X.
               03  ORD-NRODOC        PIC X(20).
               03  ORD-PATENTE       PIC X(6).
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

        FD    REGISTRO-DEPURADO
            LABEL RECORD STANDARD.
        01    REG-REGISTRO-DEPURADO PIC X(88).

       WORKING-STORAGE SECTION.

       77 CNT-ARCHIVOS-LEIDOS PIC 9(2) VALUE 0.
       77 ULT-FACT-PATENTE PIC X(6).
       77 ULT-FACT-FECHA-DESDE PIC 9(8).
       77 CONVENIOS-STATUS PIC X(2).
       77 CONDUCTORES-STATUS PIC X(2).
       77 FLAG-HAY-CONVENIOS PIC X(2) VALUE 'NO'.
       77 FLAG-FACTURA-CONVENIO PIC X(2) VALUE 'NO'.
       77 FECHA-INICIO-ALQUILER PIC 9(8).
       77 COND-TIPODOC-ACT PIC X.
       77 COND-NRODOC-ACT PIC X(20).
       77 CNT-FACTURAS-CONVENIO PIC 9(6) VALUE 0.
       77 CNT-ALQ-CONVENIO PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-MES PIC X(6).
       01 PARAMETRO-MES-NUM REDEFINES PARAMETRO-MES PIC 9(6).
           03 FACT-E2-NRODOC PIC X(20).
           03 FILLER PIC X(44) VALUE SPACES.

       01 FACT-ENCABEZADO-CONVENIO.
           03 FILLER PIC X(14) VALUE "Convenio: ".
           03 FACT-EC-RAZON-SOCIAL PIC X(30).
           03 FILLER PIC X(36) VALUE SPACES.

       01 FACT-LINEA-CONDUCTOR.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE "Conductor: ".
           03 FACT-COND-TIPODOC PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 FACT-COND-NRODOC PIC X(20).
           03 FILLER PIC X(45) VALUE SPACES.

       01 FACT-COLUMNAS.
           03 FILLER PIC X(10) VALUE "  Patente".
           03 FILLER PIC X(26) VALUE "        Periodo alquilado".
           OPEN OUTPUT FACTURAS.
           IF FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR FACTURAS FS: " FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRIR-CONVENIOS.
           SORT ARCHIVO-ORDEN ON ASCENDING KEY ORD-FACT-TIPODOC
               ORD-FACT-NRODOC ORD-TIPODOC ORD-NRODOC
               ORD-PATENTE ORD-FECHA-DESDE
               INPUT PROCEDURE IS LEER-ARCHIVOS-DEL-MES
               OUTPUT PROCEDURE IS GENERAR-FACTURAS.
           CLOSE FACTURAS.
           CLOSE REGISTRO-FACTURAS.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               CLOSE CONVENIOS
               CLOSE CONDUCTORES
           END-IF.
           PERFORM GRABAR-CONTROL-FACTURAS.
           DISPLAY "Archivos diarios leidos: " CNT-ARCHIVOS-LEIDOS.
           DISPLAY "Alquileres del maestro facturables: "
           DISPLAY "Registros de otros meses: " CNT-FUERA-DE-MES.
           DISPLAY "Registros duplicados salteados: " CNT-DUPLICADOS.
           DISPLAY "Facturas emitidas: " CNT-FACTURAS.
           DISPLAY "Facturas a empresas con convenio: "
               CNT-FACTURAS-CONVENIO.
           DISPLAY "Alquileres facturados a convenios: "
               CNT-ALQ-CONVENIO.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-DUPLICADOS IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       VALIDAR-PARAMETRO.
           IF PARAMETRO-MES IS NOT NUMERIC
               DISPLAY "PARAMETRO INVALIDO, USO: FACTURACION AAAAMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARAMETRO-MES(5:2) IS LESS THAN "01" OR
               PARAMETRO-MES(5:2) IS GREATER THAN "12"
               DISPLAY "MES INVALIDO: " PARAMETRO-MES(5:2)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARAMETRO-MES(1:4) TO ARCH-AAAA.
               IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONTROL-FACTURAS RECORD
               ELSE
                   DISPLAY "ERROR LEER CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CONTROL-FACTURAS
               ULTIMO-PERIODO-FACTURADO
               DISPLAY "PERIODO " PARAMETRO-MES " YA FACTURADO, "
                   "ULTIMO PERIODO EMITIDO: " ULTIMO-PERIODO-FACTURADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ULTIMO-NUMERO-EMITIDO TO NUMERO-FACTURA.
               IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                       REGISTRO-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT REGISTRO-DEPURADO
               IF REGISTRO-DEPURADO-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR REGISTRO-DEPURADO FS: "
                       REGISTRO-DEPURADO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-REGISTRO-EXISTENTE
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FILTRAR-REGISTRO-EXISTENTE.
           IF REGF-PERIODO IS EQUAL TO PARAMETRO-MES-NUM AND
               REGF-ES-FACTURA
               ADD 1 TO CNT-REG-DEPURADOS
           ELSE
               ADD 1 TO CNT-REG-CONSERVADOS
               IF REGISTRO-DEPURADO-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR GRABAR REGISTRO-DEPURADO FS: "
                       REGISTRO-DEPURADO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-FACTURAS FS: "
                   CONTROL-FACTURAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE NUMERO-FACTURA TO CTL-ULTIMO-NUMERO.
           IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-FACTURAS FS: "
                   CONTROL-FACTURAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.
           CLOSE CONTROL-FACTURAS.

               IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ALQUILERES FS: "
                       ALQUILERES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-MAESTRO
           READ ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       LIBERAR-REGISTRO-MAESTRO.
               MOVE ALQ-FECHA-DESDE TO ORD-FECHA-DESDE
               MOVE ALQ-FECHA-HASTA TO ORD-FECHA-HASTA
               MOVE ALQ-IMPORTE TO ORD-IMPORTE
               PERFORM RESOLVER-FACTURAR-A
               RELEASE REG-ORDEN
               ADD 1 TO CNT-LEIDOS-MAESTRO
           END-IF.
           PERFORM LEER-MAESTRO.

       ABRIR-CONVENIOS.
           OPEN INPUT CONVENIOS.
           IF CONVENIOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE CONVENIOS, SE FACTURA "
                   "A CADA CLIENTE"
           ELSE
               IF CONVENIOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONVENIOS FS: " CONVENIOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CONDUCTORES
               IF CONDUCTORES-STATUS IS EQUAL TO 35
                   DISPLAY "AVISO: SIN ARCHIVO DE CONDUCTORES, SE "
                       "FACTURA A CADA CLIENTE"
                   CLOSE CONVENIOS
               ELSE
                   IF CONDUCTORES-STATUS IS NOT EQUAL TO 00
                       DISPLAY "ERROR ABRIR CONDUCTORES FS: "
                           CONDUCTORES-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'SI' TO FLAG-HAY-CONVENIOS
               END-IF
           END-IF.

       RESOLVER-FACTURAR-A.
           MOVE ORD-TIPODOC TO ORD-FACT-TIPODOC.
           MOVE ORD-NRODOC TO ORD-FACT-NRODOC.
           MOVE "N" TO ORD-CONVENIO.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               MOVE ORD-TIPODOC TO CCD-TIPODOC
               MOVE ORD-NRODOC TO CCD-NRODOC
               READ CONDUCTORES RECORD KEY IS CLAVE-CCD
               IF CONDUCTORES-STATUS IS EQUAL TO 00
                   MOVE CCD-CONV-TIPODOC TO CONV-TIPODOC
                   MOVE CCD-CONV-NRODOC TO CONV-NRODOC
                   READ CONVENIOS RECORD KEY IS CLAVE-CONV
                   MOVE ORD-FECHA-DESDE(5:4) TO
                       FECHA-INICIO-ALQUILER(1:4)
                   MOVE ORD-FECHA-DESDE(3:2) TO
                       FECHA-INICIO-ALQUILER(5:2)
                   MOVE ORD-FECHA-DESDE(1:2) TO
                       FECHA-INICIO-ALQUILER(7:2)
                   IF CONVENIOS-STATUS IS EQUAL TO 00 AND
                       FECHA-INICIO-ALQUILER IS NOT LESS THAN
                           CONV-VIGENCIA-DESDE AND
                       FECHA-INICIO-ALQUILER IS NOT GREATER THAN
                           CONV-VIGENCIA-HASTA
                       MOVE CONV-TIPODOC TO ORD-FACT-TIPODOC
                       MOVE CONV-NRODOC TO ORD-FACT-NRODOC
                       MOVE "S" TO ORD-CONVENIO
                   END-IF
               END-IF
           END-IF.

       PROCESAR-ARCHIVO-DIA.
           MOVE DIA-ACTUAL TO ARCH-DD.
           OPEN INPUT ARCH-ALQUILERES.
                   DISPLAY "ERROR ABRIR "
                       NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                       ARCH-ALQUILERES-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.

               DISPLAY "ERROR LEER "
                   NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                   ARCH-ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       LIBERAR-REGISTRO.
               MOVE ARCHALQ-FECHA-DESDE TO ORD-FECHA-DESDE
               MOVE ARCHALQ-FECHA-HASTA TO ORD-FECHA-HASTA
               MOVE ARCHALQ-IMPORTE TO ORD-IMPORTE
               PERFORM RESOLVER-FACTURAR-A
               RELEASE REG-ORDEN
               ADD 1 TO CNT-LEIDOS-ARCH
           ELSE

       PROCESAR-REGISTRO-ORDEN.
           IF FLAG-HAY-FACTURA IS EQUAL TO 'SI' AND
               ORD-FACT-TIPODOC IS EQUAL TO FACT-TIPODOC-ACT AND
               ORD-FACT-NRODOC IS EQUAL TO FACT-NRODOC-ACT AND
               ORD-PATENTE IS EQUAL TO ULT-FACT-PATENTE AND
               ORD-FECHA-DESDE IS EQUAL TO ULT-FACT-FECHA-DESDE
               ADD 1 TO CNT-DUPLICADOS
           ELSE
               IF FLAG-HAY-FACTURA IS EQUAL TO 'NO' OR
                   ORD-FACT-TIPODOC IS NOT EQUAL TO FACT-TIPODOC-ACT OR
                   ORD-FACT-NRODOC IS NOT EQUAL TO FACT-NRODOC-ACT
                   IF FLAG-HAY-FACTURA IS EQUAL TO 'SI'
                       PERFORM CERRAR-FACTURA
                   END-IF
                   PERFORM ABRIR-FACTURA
               END-IF
               IF FLAG-FACTURA-CONVENIO IS EQUAL TO 'SI'
                   ADD 1 TO CNT-ALQ-CONVENIO
                   IF ORD-TIPODOC IS NOT EQUAL TO COND-TIPODOC-ACT OR
                       ORD-NRODOC IS NOT EQUAL TO COND-NRODOC-ACT
                       PERFORM IMPRIMIR-CONDUCTOR
                   END-IF
               END-IF
               PERFORM IMPRIMIR-LINEA-FACTURA
               ADD ORD-IMPORTE TO SUBTOTAL-FACTURA
               MOVE ORD-PATENTE TO ULT-FACT-PATENTE

       ABRIR-FACTURA.
           MOVE 'SI' TO FLAG-HAY-FACTURA.
           MOVE ORD-FACT-TIPODOC TO FACT-TIPODOC-ACT.
           MOVE ORD-FACT-NRODOC TO FACT-NRODOC-ACT.
           MOVE 0 TO SUBTOTAL-FACTURA.
           MOVE SPACES TO COND-TIPODOC-ACT.
           MOVE SPACES TO COND-NRODOC-ACT.
           IF ORD-ES-CONVENIO
               MOVE 'SI' TO FLAG-FACTURA-CONVENIO
               ADD 1 TO CNT-FACTURAS-CONVENIO
               MOVE ORD-FACT-TIPODOC TO CONV-TIPODOC
               MOVE ORD-FACT-NRODOC TO CONV-NRODOC
               READ CONVENIOS RECORD KEY IS CLAVE-CONV
               IF CONVENIOS-STATUS IS EQUAL TO 00
                   MOVE CONV-RAZON-SOCIAL TO FACT-EC-RAZON-SOCIAL
               ELSE
                   MOVE SPACES TO FACT-EC-RAZON-SOCIAL
               END-IF
           ELSE
               MOVE 'NO' TO FLAG-FACTURA-CONVENIO
           END-IF.
           ADD 1 TO CNT-FACTURAS.
           COMPUTE NUMERO-FACTURA = ULTIMO-NUMERO-EMITIDO +
               CNT-FACTURAS.
           WRITE REG-FACTURAS.
           MOVE FACT-ENCABEZADO-LINEA-2 TO REG-FACTURAS.
           WRITE REG-FACTURAS.
           IF FLAG-FACTURA-CONVENIO IS EQUAL TO 'SI'
               MOVE FACT-ENCABEZADO-CONVENIO TO REG-FACTURAS
               WRITE REG-FACTURAS
           END-IF.
           MOVE FACT-COLUMNAS TO REG-FACTURAS.
           WRITE REG-FACTURAS.
           MOVE FACT-SEPARADOR TO REG-FACTURAS.
           WRITE REG-FACTURAS.

       IMPRIMIR-CONDUCTOR.
           MOVE ORD-TIPODOC TO COND-TIPODOC-ACT.
           MOVE ORD-NRODOC TO COND-NRODOC-ACT.
           MOVE ORD-TIPODOC TO FACT-COND-TIPODOC.
           MOVE ORD-NRODOC TO FACT-COND-NRODOC.
           MOVE FACT-LINEA-CONDUCTOR TO REG-FACTURAS.
           WRITE REG-FACTURAS.

       IMPRIMIR-LINEA-FACTURA.
           MOVE ORD-PATENTE TO FACT-DET-PATENTE.
           MOVE ORD-FECHA-DESDE(1:2) TO FACT-DET-DESDE-DD.
           MOVE SUBTOTAL-FACTURA TO REGF-SUBTOTAL.
           MOVE IVA-FACTURA TO REGF-IVA.
           MOVE TOTAL-FACTURA TO REGF-TOTAL.
           MOVE "F" TO REGF-TIPO-COMPROBANTE.
           MOVE 0 TO REGF-NUMERO-REFERENCIA.
           MOVE SPACES TO REGF-MOTIVO.
           WRITE REG-REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       IMPRIMIR-RESUMEN-MES.
