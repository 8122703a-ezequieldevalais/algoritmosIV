           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-AUTOS-STATUS.

           SELECT ORDENES-TALLER ASSIGN TO
           "input/ordenesTaller.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ORD
           FILE STATUS IS ORDENES-TALLER-STATUS.

           SELECT CONTROL-FACTURAS ASSIGN TO
           "input/controlFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FACTURAS-STATUS.

           SELECT CARGOS ASSIGN TO
           "input/cargosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-STATUS.

           SELECT TRASLADOS ASSIGN TO
           "input/tarifasTraslado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-TRT
           FILE STATUS IS TRASLADOS-STATUS.

       DATA DIVISION.

       FILE SECTION.
                   88  ALQUILER-ABIERTO   VALUE "A".
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    RESPALDO
            LABEL RECORD STANDARD.
        01    REG-RESPALDO PIC X(72).

        FD    DEVOLUCIONES
            LABEL RECORD STANDARD.
               03  DEV-FECHA-ALQUILER PIC 9(8).
               03  DEV-FECHA-DEVOL    PIC 9(8).
               03  DEV-ESTADO-AUTO    PIC X.
               03  DEV-KILOMETRAJE    PIC 9(7).
               03  DEV-SUCURSAL       PIC 99.

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(120).

        FD    AUTOS
            LABEL RECORD STANDARD.
               03  AUT-TAMANO    PIC X.
               03  AUT-IMPORTE   PIC 9(4)V99.
               03  AUT-ESTADO    PIC X.
               03  AUT-KM-ACTUAL         PIC 9(7).
               03  AUT-KM-ULT-SERVICE    PIC 9(7).
               03  AUT-FECHA-ULT-SERVICE PIC 9(8).
               03  AUT-FECHA-COMPRA      PIC 9(8).
               03  AUT-PRECIO-COMPRA     PIC 9(8)V99.
               03  AUT-VALOR-RESIDUAL    PIC 9(8)V99.
               03  AUT-SUCURSAL          PIC 99.

        FD    JOURNAL-AUTOS
            LABEL RECORD STANDARD.
               03  JRN-TIPO        PIC X.
               03  JRN-RESULTADO   PIC X.
               03  JRN-PATENTE     PIC X(6).
               03  JRN-ANTES       PIC X(126).
               03  JRN-DESPUES     PIC X(126).

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
                   88  ORDEN-CERRADA        VALUE "C".
               03  ORD-FECHA-CIERRE     PIC 9(8).

        FD    CONTROL-FACTURAS
            LABEL RECORD STANDARD.
        01    REG-CONTROL-FACTURAS.
               03  CTL-ULTIMO-NUMERO    PIC 9(10).
               03  CTL-ULTIMO-PERIODO   PIC 9(6).

        FD    CARGOS
            LABEL RECORD STANDARD.
        01    REG-CARGOS.
               03  CAR-ORIGEN            PIC X.
                   88  CAR-ES-RECARGO         VALUE "R".
                   88  CAR-ES-TRASLADO        VALUE "T".
               03  CAR-FECHA             PIC 9(8).
               03  CAR-TIPODOC           PIC X.
               03  CAR-NRODOC            PIC X(20).
               03  CAR-PATENTE           PIC X(6).
               03  CAR-FECHA-ALQUILER    PIC 9(8).
               03  CAR-IMPORTE           PIC 9(6)V99.
               03  CAR-AGENCIA           PIC 99.

        FD    TRASLADOS
            LABEL RECORD STANDARD.
        01    REG-TRASLADOS.
               03 CLAVE-TRT.
                   05  TRT-SUC-ORIGEN       PIC 99.
                   05  TRT-SUC-DESTINO      PIC 99.
               03  TRT-IMPORTE          PIC 9(4)V99.

       WORKING-STORAGE SECTION.

                05  DEVT-FECHA-ALQUILER PIC 9(8).
                05  DEVT-FECHA-DEVOL    PIC 9(8).
                05  DEVT-ESTADO-AUTO    PIC X.
                05  DEVT-KILOMETRAJE    PIC 9(7).
                05  DEVT-SUCURSAL       PIC 99.
                05  DEVT-USADA          PIC X(2).

       77 ALQUILERES-STATUS PIC X(2).
       77 FLAG-HAY-ABIERTOS PIC X(2) VALUE 'NO'.
       77 AUTOS-STATUS PIC X(2).
       77 JOURNAL-AUTOS-STATUS PIC X(2).
       77 IMAGEN-ANTES PIC X(126).
       77 CNT-AUTOS-ACTUALIZADOS PIC 9(6) VALUE 0.
       77 ESTADO-REPORTADO PIC X.
           88  ESTADO-NO-DISPONIBLE   VALUE "T" "F".
       77 CNT-RESPALDADOS PIC 9(6) VALUE 0.
       77 CNT-DEVOL-YA-APLICADAS PIC 9(6) VALUE 0.
       77 FLAG-RESPALDO-NUEVO PIC X(2) VALUE 'NO'.
       77 CONTROL-FACTURAS-STATUS PIC X(2).
       77 CARGOS-STATUS PIC X(2).
       77 ULTIMO-PERIODO-FACTURADO PIC 9(6) VALUE 0.
       77 PERIODO-ALQUILER PIC 9(6).
       77 CNT-RECARGOS-A-NOTA PIC 9(6) VALUE 0.
       77 ORDENES-TALLER-STATUS PIC X(2).
       77 TIPO-JOURNAL PIC X.
       77 PATENTE-JOURNAL PIC X(6).
       77 KM-REPORTADO PIC 9(7).
       77 FLAG-CAMBIO-ESTADO PIC X(2).
       77 FLAG-CAMBIO-KM PIC X(2).
       77 CNT-KM-ACTUALIZADOS PIC 9(6) VALUE 0.
       77 CNT-KM-INCONSISTENTES PIC 9(6) VALUE 0.
       77 CNT-SERVICES-REGISTRADOS PIC 9(6) VALUE 0.
       77 TRASLADOS-STATUS PIC X(2).
       77 TRASLADO-I PIC 9(4).
       77 FLAG-TRASLADO-HALLADO PIC X(2).
       77 CARGO-TRASLADO PIC 9(4)V99.
       77 CARGO-TRASLADO-ADICIONAL PIC 9(4)V99.
       77 FLAG-CAMBIO-SUCURSAL PIC X(2).
       77 CNT-DEVOL-OTRA-SUCURSAL PIC 9(6) VALUE 0.
       77 CNT-CARGOS-TRASLADO PIC 9(6) VALUE 0.
       77 CNT-TRASLADOS-A-NOTA PIC 9(6) VALUE 0.
       77 CNT-SUCURSAL-ACTUALIZADA PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 VECTRASLADOS.
           03 TRASLADOS-CANT PIC 9(4) VALUE 0.
           03 TRASLADO-ENTRADA OCCURS 1000 TIMES.
               05  VECTRT-SUC-ORIGEN       PIC 99.
               05  VECTRT-SUC-DESTINO      PIC 99.
               05  VECTRT-IMPORTE          PIC 9(4)V99.

       01 NOMBRE-ARCHIVO-RESPALDO.
           03 FILLER PIC X(6) VALUE "input/".
           03 DV-RECARGO-DECIMALES PIC 99.
           03 FILLER PIC X(6) VALUE "  Est ".
           03 DV-ESTADO-AUTO PIC X.
           03 FILLER PIC X(5) VALUE "  Km ".
           03 DV-KILOMETRAJE PIC ZZZZZZ9.
           03 FILLER PIC X(6) VALUE "  Suc ".
           03 DV-SUCURSAL PIC 99.

       01 DV-ENCABEZADO-ABIERTOS.
           03 FILLER PIC X(42) VALUE
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: PROC_DEVOL "
                       "[DIAS]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
               INTEGER-OF-DATE(FECHA-DE-HOY-NUM).
           PERFORM RESGUARDAR-MAESTRO.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-TRASLADOS.
           PERFORM CARGAR-DEVOLUCIONES.
           PERFORM REGISTRAR-SERVICES-REALIZADOS.
           MOVE DV-ENCABEZADO-DEVOL TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE DV-SEPARADOR TO REG-INFORME.
           DISPLAY "Devoluciones leidas: " CNT-DEVOL-LEIDAS.
           DISPLAY "Alquileres cerrados: " CNT-CERRADOS.
           DISPLAY "Cerrados con recargo: " CNT-CON-RECARGO.
           DISPLAY "Recargos de periodos ya facturados: "
               CNT-RECARGOS-A-NOTA.
           DISPLAY "Autos con estado actualizado: "
               CNT-AUTOS-ACTUALIZADOS.
           DISPLAY "Autos con kilometraje actualizado: "
               CNT-KM-ACTUALIZADOS.
           DISPLAY "Kilometrajes menores al registrado: "
               CNT-KM-INCONSISTENTES.
           DISPLAY "Services registrados desde el taller: "
               CNT-SERVICES-REGISTRADOS.
           DISPLAY "Devueltos en otra sucursal: "
               CNT-DEVOL-OTRA-SUCURSAL.
           DISPLAY "Cargos de traslado aplicados: "
               CNT-CARGOS-TRASLADO.
           DISPLAY "Cargos de traslado de periodos ya facturados: "
               CNT-TRASLADOS-A-NOTA.
           DISPLAY "Autos con sucursal actualizada: "
               CNT-SUCURSAL-ACTUALIZADA.
           DISPLAY "Abiertos vencidos: " CNT-ABIERTOS-VIEJOS.
           DISPLAY "Devoluciones ya aplicadas antes: "
               CNT-DEVOL-YA-APLICADAS.
           DISPLAY "Devoluciones sin alquiler: " CNT-DEVOL-SIN-ALQ.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-DEVOL-SIN-ALQ IS GREATER THAN 0 OR
                   CNT-KM-INCONSISTENTES IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF FLAG-RESPALDO-NUEVO IS EQUAL TO 'SI' AND
               CNT-ALQ-LEIDOS IS NOT EQUAL TO CNT-RESPALDADOS
               DISPLAY "ALERTA: RESPALDADOS " CNT-RESPALDADOS
           ELSE
               IF RESPALDO-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR RESPALDO FS: " RESPALDO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM COPIAR-MAESTRO-A-RESPALDO
           OPEN OUTPUT RESPALDO.
           IF RESPALDO-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR CREAR RESPALDO FS: " RESPALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-ALQ-RESPALDO.
           READ ALQUILERES NEXT RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE REG-RESPALDO FROM REG-ALQUILERES.
           IF RESPALDO-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR RESPALDO FS: " RESPALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CNT-RESPALDADOS.
           OPEN I-O ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEVOLUCIONES.
           IF DEVOLUCIONES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR DEVOLUCIONES FS: "
                   DEVOLUCIONES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-AUTOS.
           IF JOURNAL-AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR JOURNAL-AUTOS FS: "
                   JOURNAL-AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-CONTROL-FACTURAS.
           OPEN EXTEND CARGOS.
           IF CARGOS-STATUS IS EQUAL TO 35
               OPEN OUTPUT CARGOS
           END-IF.
           IF CARGOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CARGOS FS: " CARGOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-CONTROL-FACTURAS.
           OPEN INPUT CONTROL-FACTURAS.
           IF CONTROL-FACTURAS-STATUS IS EQUAL TO 35
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
                   MOVE CTL-ULTIMO-PERIODO TO ULTIMO-PERIODO-FACTURADO
               ELSE
                   DISPLAY "ERROR LEER CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CONTROL-FACTURAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ALQUILERES.
           CLOSE DEVOLUCIONES.
           CLOSE INFORME.
           CLOSE AUTOS.
           CLOSE JOURNAL-AUTOS.
           CLOSE CARGOS.

       CARGAR-DEVOLUCIONES.
           PERFORM LEER-DEVOLUCIONES.
           IF DEVOLUCIONES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER DEVOLUCIONES FS: "
                   DEVOLUCIONES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-DEVOLUCION.
           IF DEVOL-CANT IS EQUAL TO 5000
               DISPLAY "ERROR TABLA DE DEVOLUCIONES LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO DEVOL-CANT.
           MOVE DEV-FECHA-ALQUILER TO DEVT-FECHA-ALQUILER(DEVOL-CANT).
           MOVE DEV-FECHA-DEVOL TO DEVT-FECHA-DEVOL(DEVOL-CANT).
           MOVE DEV-ESTADO-AUTO TO DEVT-ESTADO-AUTO(DEVOL-CANT).
           IF DEV-KILOMETRAJE IS NUMERIC
               MOVE DEV-KILOMETRAJE TO DEVT-KILOMETRAJE(DEVOL-CANT)
           ELSE
               MOVE 0 TO DEVT-KILOMETRAJE(DEVOL-CANT)
           END-IF.
           IF DEV-SUCURSAL IS NUMERIC
               MOVE DEV-SUCURSAL TO DEVT-SUCURSAL(DEVOL-CANT)
           ELSE
               MOVE 0 TO DEVT-SUCURSAL(DEVOL-CANT)
           END-IF.
           MOVE 'NO' TO DEVT-USADA(DEVOL-CANT).
           PERFORM LEER-DEVOLUCIONES.

           END-IF.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-ALQUILER.
                   IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                       DISPLAY "ERROR GRABAR ALQUILERES FS: "
                           ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
                       ADD 1 TO CNT-ERRORES
                   END-IF
               ELSE
                   PERFORM REVISAR-ALQUILER-ABIERTO
           IF DIAS-ATRASO IS GREATER THAN 0
               ADD 1 TO CNT-CON-RECARGO
               COMPUTE DIAS-ALQUILER = HASTA-DIAS - DESDE-DIAS + 1
               COMPUTE IMPORTE-DIARIO ROUNDED = (ALQ-IMPORTE -
                   ALQ-CARGO-TRASLADO) / DIAS-ALQUILER
               COMPUTE RECARGO = DIAS-ATRASO * IMPORTE-DIARIO
               ADD RECARGO TO ALQ-IMPORTE
               PERFORM REVISAR-RECARGO-FACTURADO
           ELSE
               MOVE 0 TO DIAS-ATRASO
           END-IF.
           PERFORM REGISTRAR-SUCURSAL-DEVOLUCION.
           MOVE DEVT-ESTADO-AUTO(DEVOL-I) TO ESTADO-REPORTADO.
           MOVE DEVT-KILOMETRAJE(DEVOL-I) TO KM-REPORTADO.
           IF ESTADO-NO-DISPONIBLE OR KM-REPORTADO IS GREATER THAN 0
               OR ALQ-SUC-DEVOL-REAL IS GREATER THAN 0
               PERFORM ACTUALIZAR-AUTO-DEVUELTO
           END-IF.
           PERFORM IMPRIMIR-LINEA-DEVOLUCION.

       REVISAR-RECARGO-FACTURADO.
           MOVE ALQ-FECHA-DESDE(5:4) TO PERIODO-ALQUILER(1:4).
           MOVE ALQ-FECHA-DESDE(3:2) TO PERIODO-ALQUILER(5:2).
           IF PERIODO-ALQUILER IS NOT GREATER THAN
               ULTIMO-PERIODO-FACTURADO
               MOVE "R" TO CAR-ORIGEN
               MOVE FECHA-DE-HOY-NUM TO CAR-FECHA
               MOVE ALQ-TIPODOC TO CAR-TIPODOC
               MOVE ALQ-NRODOC TO CAR-NRODOC
               MOVE ALQ-PATENTE TO CAR-PATENTE
               MOVE ALQ-FECHA-DESDE TO CAR-FECHA-ALQUILER
               MOVE RECARGO TO CAR-IMPORTE
               MOVE 0 TO CAR-AGENCIA
               WRITE REG-CARGOS
               IF CARGOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-RECARGOS-A-NOTA
               ELSE
                   DISPLAY "ERROR GRABAR CARGOS FS: " CARGOS-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.

       REGISTRAR-SUCURSAL-DEVOLUCION.
           IF DEVT-SUCURSAL(DEVOL-I) IS GREATER THAN 0
               MOVE DEVT-SUCURSAL(DEVOL-I) TO ALQ-SUC-DEVOL-REAL
           ELSE
               MOVE ALQ-SUC-DEVOL TO ALQ-SUC-DEVOL-REAL
           END-IF.
           IF ALQ-SUC-DEVOL IS GREATER THAN 0 AND
               ALQ-SUC-DEVOL-REAL IS NOT EQUAL TO ALQ-SUC-DEVOL
               ADD 1 TO CNT-DEVOL-OTRA-SUCURSAL
               MOVE 0 TO CARGO-TRASLADO
               IF ALQ-SUC-DEVOL-REAL IS NOT EQUAL TO ALQ-SUC-RETIRO
                   PERFORM BUSCAR-CARGO-TRASLADO
               END-IF
               IF CARGO-TRASLADO IS GREATER THAN ALQ-CARGO-TRASLADO
                   COMPUTE CARGO-TRASLADO-ADICIONAL = CARGO-TRASLADO
                       - ALQ-CARGO-TRASLADO
                   ADD CARGO-TRASLADO-ADICIONAL TO ALQ-IMPORTE
                   MOVE CARGO-TRASLADO TO ALQ-CARGO-TRASLADO
                   ADD 1 TO CNT-CARGOS-TRASLADO
                   PERFORM REVISAR-TRASLADO-FACTURADO
               END-IF
           END-IF.

       REVISAR-TRASLADO-FACTURADO.
           MOVE ALQ-FECHA-DESDE(5:4) TO PERIODO-ALQUILER(1:4).
           MOVE ALQ-FECHA-DESDE(3:2) TO PERIODO-ALQUILER(5:2).
           IF PERIODO-ALQUILER IS NOT GREATER THAN
               ULTIMO-PERIODO-FACTURADO
               MOVE "T" TO CAR-ORIGEN
               MOVE FECHA-DE-HOY-NUM TO CAR-FECHA
               MOVE ALQ-TIPODOC TO CAR-TIPODOC
               MOVE ALQ-NRODOC TO CAR-NRODOC
               MOVE ALQ-PATENTE TO CAR-PATENTE
               MOVE ALQ-FECHA-DESDE TO CAR-FECHA-ALQUILER
               MOVE CARGO-TRASLADO-ADICIONAL TO CAR-IMPORTE
               MOVE 0 TO CAR-AGENCIA
               WRITE REG-CARGOS
               IF CARGOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-TRASLADOS-A-NOTA
               ELSE
                   DISPLAY "ERROR GRABAR CARGOS FS: " CARGOS-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.

       CARGAR-TRASLADOS.
           OPEN INPUT TRASLADOS.
           IF TRASLADOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE TARIFAS DE TRASLADO, "
                   "NO SE COBRARA CARGO POR DEVOLUCION EN OTRA SUCURSAL"
           ELSE
               IF TRASLADOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR TRASLADOS FS: " TRASLADOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-TRASLADOS
               PERFORM GUARDAR-TRASLADO-EN-VECTRASLADOS UNTIL
                   TRASLADOS-STATUS IS EQUAL TO 10
               CLOSE TRASLADOS
           END-IF.

       LEER-TRASLADOS.
           READ TRASLADOS RECORD.
           IF TRASLADOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER TRASLADOS FS: " TRASLADOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-TRASLADO-EN-VECTRASLADOS.
           IF TRASLADOS-CANT IS EQUAL TO 1000
               DISPLAY "AVISO: TABLA DE TRASLADOS LLENA, ORIGEN: "
                   TRT-SUC-ORIGEN " DESTINO: " TRT-SUC-DESTINO
           ELSE
               ADD 1 TO TRASLADOS-CANT
               MOVE TRT-SUC-ORIGEN TO VECTRT-SUC-ORIGEN(TRASLADOS-CANT)
               MOVE TRT-SUC-DESTINO TO
                   VECTRT-SUC-DESTINO(TRASLADOS-CANT)
               MOVE TRT-IMPORTE TO VECTRT-IMPORTE(TRASLADOS-CANT)
           END-IF.
           PERFORM LEER-TRASLADOS.

       BUSCAR-CARGO-TRASLADO.
           MOVE 0 TO CARGO-TRASLADO.
           MOVE 'NO' TO FLAG-TRASLADO-HALLADO.
           MOVE 1 TO TRASLADO-I.
           PERFORM REVISAR-TRASLADO UNTIL
               TRASLADO-I IS GREATER THAN TRASLADOS-CANT OR
               FLAG-TRASLADO-HALLADO IS EQUAL TO 'SI'.
           IF FLAG-TRASLADO-HALLADO IS EQUAL TO 'NO'
               DISPLAY "AVISO: SIN TARIFA DE TRASLADO DE SUCURSAL "
                   ALQ-SUC-RETIRO " A " ALQ-SUC-DEVOL-REAL
           END-IF.

       REVISAR-TRASLADO.
           IF VECTRT-SUC-ORIGEN(TRASLADO-I) IS EQUAL TO
               ALQ-SUC-RETIRO AND
               VECTRT-SUC-DESTINO(TRASLADO-I) IS EQUAL TO
               ALQ-SUC-DEVOL-REAL
               MOVE 'SI' TO FLAG-TRASLADO-HALLADO
               MOVE VECTRT-IMPORTE(TRASLADO-I) TO CARGO-TRASLADO
           END-IF.
           ADD 1 TO TRASLADO-I.

       ACTUALIZAR-AUTO-DEVUELTO.
           MOVE ALQ-PATENTE TO PATENTE-JOURNAL.
           MOVE ALQ-PATENTE TO AUT-PATENTE.
           READ AUTOS RECORD KEY IS AUT-PATENTE.
           IF AUTOS-STATUS IS EQUAL TO 00
               MOVE REG-AUTOS TO IMAGEN-ANTES
               MOVE 'NO' TO FLAG-CAMBIO-ESTADO
               MOVE 'NO' TO FLAG-CAMBIO-KM
               MOVE 'NO' TO FLAG-CAMBIO-SUCURSAL
               IF ESTADO-NO-DISPONIBLE AND
                   AUT-ESTADO IS NOT EQUAL TO ESTADO-REPORTADO
                   MOVE ESTADO-REPORTADO TO AUT-ESTADO
                   MOVE 'SI' TO FLAG-CAMBIO-ESTADO
               END-IF
               PERFORM REVISAR-KILOMETRAJE
               IF ALQ-SUC-DEVOL-REAL IS GREATER THAN 0 AND
                   AUT-SUCURSAL IS NOT EQUAL TO ALQ-SUC-DEVOL-REAL
                   MOVE ALQ-SUC-DEVOL-REAL TO AUT-SUCURSAL
                   MOVE 'SI' TO FLAG-CAMBIO-SUCURSAL
               END-IF
               IF FLAG-CAMBIO-ESTADO IS EQUAL TO 'SI' OR
                   FLAG-CAMBIO-KM IS EQUAL TO 'SI' OR
                   FLAG-CAMBIO-SUCURSAL IS EQUAL TO 'SI'
                   EVALUATE TRUE
                       WHEN FLAG-CAMBIO-ESTADO IS EQUAL TO 'SI'
                           MOVE "E" TO TIPO-JOURNAL
                       WHEN FLAG-CAMBIO-KM IS EQUAL TO 'SI'
                           MOVE "K" TO TIPO-JOURNAL
                       WHEN OTHER
                           MOVE "U" TO TIPO-JOURNAL
                   END-EVALUATE
                   REWRITE REG-AUTOS
                   IF AUTOS-STATUS IS EQUAL TO 00
                       IF FLAG-CAMBIO-ESTADO IS EQUAL TO 'SI'
                           ADD 1 TO CNT-AUTOS-ACTUALIZADOS
                       END-IF
                       IF FLAG-CAMBIO-KM IS EQUAL TO 'SI'
                           ADD 1 TO CNT-KM-ACTUALIZADOS
                       END-IF
                       IF FLAG-CAMBIO-SUCURSAL IS EQUAL TO 'SI'
                           ADD 1 TO CNT-SUCURSAL-ACTUALIZADA
                       END-IF
                       PERFORM GRABAR-JOURNAL-APLICADO
                   ELSE
                       DISPLAY "ERROR GRABAR AUTOS FS: " AUTOS-STATUS
                           " PATENTE: " AUT-PATENTE
                       ADD 1 TO CNT-ERRORES
                       PERFORM GRABAR-JOURNAL-RECHAZADO
                   END-IF
               END-IF
           ELSE
               DISPLAY "DEVOLUCION CON PATENTE INEXISTENTE EN "
                   "AUTOS: " ALQ-PATENTE
               MOVE "E" TO TIPO-JOURNAL
               MOVE SPACES TO IMAGEN-ANTES
               MOVE SPACES TO REG-AUTOS
               PERFORM GRABAR-JOURNAL-RECHAZADO
           END-IF.

       REVISAR-KILOMETRAJE.
           IF KM-REPORTADO IS GREATER THAN 0
               IF KM-REPORTADO IS LESS THAN AUT-KM-ACTUAL
                   ADD 1 TO CNT-KM-INCONSISTENTES
                   DISPLAY "AVISO: KILOMETRAJE " KM-REPORTADO
                       " MENOR AL REGISTRADO " AUT-KM-ACTUAL
                       " PATENTE: " AUT-PATENTE
               ELSE
                   IF KM-REPORTADO IS GREATER THAN AUT-KM-ACTUAL
                       MOVE KM-REPORTADO TO AUT-KM-ACTUAL
                       MOVE 'SI' TO FLAG-CAMBIO-KM
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-SERVICES-REALIZADOS.
           OPEN INPUT ORDENES-TALLER.
           IF ORDENES-TALLER-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE ORDENES DE TALLER, NO SE "
                   "REGISTRAN SERVICES"
           ELSE
               IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ORDENES-TALLER FS: "
                       ORDENES-TALLER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-ORDENES-TALLER
               PERFORM REVISAR-ORDEN-SERVICE UNTIL
                   ORDENES-TALLER-STATUS IS EQUAL TO 10
               CLOSE ORDENES-TALLER
           END-IF.

       LEER-ORDENES-TALLER.
           READ ORDENES-TALLER RECORD.
           IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ORDENES-TALLER FS: "
                   ORDENES-TALLER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVISAR-ORDEN-SERVICE.
           IF ORDEN-CERRADA AND ORD-MOTIVO(1:7) IS EQUAL TO "SERVICE"
               MOVE ORD-PATENTE TO AUT-PATENTE
               READ AUTOS RECORD KEY IS AUT-PATENTE
               IF AUTOS-STATUS IS EQUAL TO 00 AND
                   ORD-FECHA-CIERRE IS GREATER THAN
                       AUT-FECHA-ULT-SERVICE
                   PERFORM REGISTRAR-SERVICE
               END-IF
           END-IF.
           PERFORM LEER-ORDENES-TALLER.

       REGISTRAR-SERVICE.
           MOVE ORD-PATENTE TO PATENTE-JOURNAL.
           MOVE "S" TO TIPO-JOURNAL.
           MOVE REG-AUTOS TO IMAGEN-ANTES.
           MOVE ORD-FECHA-CIERRE TO AUT-FECHA-ULT-SERVICE.
           MOVE AUT-KM-ACTUAL TO AUT-KM-ULT-SERVICE.
           REWRITE REG-AUTOS.
           IF AUTOS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-SERVICES-REGISTRADOS
               PERFORM GRABAR-JOURNAL-APLICADO
           ELSE
               DISPLAY "ERROR GRABAR AUTOS FS: " AUTOS-STATUS
                   " PATENTE: " AUT-PATENTE
               ADD 1 TO CNT-ERRORES
               PERFORM GRABAR-JOURNAL-RECHAZADO
           END-IF.

       GRABAR-JOURNAL-APLICADO.
           MOVE "A" TO JRN-RESULTADO.
           PERFORM GRABAR-JOURNAL.

       GRABAR-JOURNAL.
           MOVE FECHA-DE-HOY TO JRN-FECHA.
           MOVE TIPO-JOURNAL TO JRN-TIPO.
           MOVE PATENTE-JOURNAL TO JRN-PATENTE.
           MOVE IMAGEN-ANTES TO JRN-ANTES.
           MOVE REG-AUTOS TO JRN-DESPUES.
           WRITE REG-JOURNAL.
           IF JOURNAL-AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR JOURNAL-AUTOS FS: "
                   JOURNAL-AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       IMPRIMIR-LINEA-DEVOLUCION.
           MOVE RECARGO(1:6) TO DV-RECARGO-ENTEROS.
           MOVE RECARGO(7:2) TO DV-RECARGO-DECIMALES.
           MOVE DEVT-ESTADO-AUTO(DEVOL-I) TO DV-ESTADO-AUTO.
           MOVE DEVT-KILOMETRAJE(DEVOL-I) TO DV-KILOMETRAJE.
           MOVE ALQ-SUC-DEVOL-REAL TO DV-SUCURSAL.
           MOVE DV-LINEA-DEVOL TO REG-INFORME.
           WRITE REG-INFORME.

