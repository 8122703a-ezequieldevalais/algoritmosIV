       IDENTIFICATION DIVISION.
       program-id. "INF_SINIESTROS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SINIESTROS ASSIGN TO
           "input/siniestros.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-SIN
           FILE STATUS IS SINIESTROS-STATUS.

           SELECT CLIENTES ASSIGN TO
           "input/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CLI
           FILE STATUS IS CLIENTES-STATUS.

           SELECT SINIESTRO-SRT ASSIGN TO
           "output/informeSiniestros.srt".

           SELECT INFORME ASSIGN TO
           "output/informeSiniestros.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    SINIESTROS
            LABEL RECORD STANDARD.
        01    REG-SINIESTROS.
               03 CLAVE-SIN.
                   05  SIN-PATENTE          PIC X(6).
                   05  SIN-FECHA            PIC 9(8).
               03  SIN-ALQ-FECHA-DESDE  PIC 9(8).
               03  SIN-TIPODOC          PIC X.
               03  SIN-NRODOC           PIC X(20).
               03  SIN-ORD-FECHA-APERTURA PIC 9(8).
               03  SIN-DESCRIPCION      PIC X(30).
               03  SIN-COSTO-ESTIMADO   PIC 9(6)V99.
               03  SIN-COSTO-FINAL      PIC 9(6)V99.
               03  SIN-FRANQUICIA       PIC 9(6)V99.
               03  SIN-IMPORTE-RECLAMADO  PIC 9(6)V99.
               03  SIN-IMPORTE-RECUPERADO PIC 9(6)V99.
               03  SIN-ESTADO           PIC X.
                   88  SINIESTRO-ABIERTO      VALUE "A".
                   88  SINIESTRO-ESTIMADO     VALUE "E".
                   88  SINIESTRO-REPARADO     VALUE "R".
                   88  SINIESTRO-LIQUIDADO    VALUE "L".
                   88  SINIESTRO-CERRADO      VALUE "C".
               03  SIN-FECHA-ESTADO     PIC 9(8).

        FD    CLIENTES
            LABEL RECORD STANDARD.
        01    REG-CLIENTES.
               03 CLAVE-CLI.
                   05  CLI-TIPODOC   PIC X.
                   05  CLI-NRODOC    PIC X(20).
               03  CLI-NOMBRE       PIC X(30).
               03  CLI-DIRECCION    PIC X(30).
               03  CLI-TELEFONO     PIC X(15).
               03  CLI-HABILITADO   PIC X.
                   88  CLIENTE-HABILITADO     VALUE "S".

        SD    SINIESTRO-SRT.
        01    REG-SINIESTRO-SRT.
               03  SRT-DIAS             PIC 9(5).
               03  SRT-PATENTE          PIC X(6).
               03  SRT-FECHA            PIC 9(8).
               03  SRT-ESTADO           PIC X.
               03  SRT-TIPODOC          PIC X.
               03  SRT-NRODOC           PIC X(20).
               03  SRT-DESCRIPCION      PIC X(30).
               03  SRT-COSTO            PIC 9(6)V99.

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(110).

       WORKING-STORAGE SECTION.

        01 TABLA-AUTOS.
            03 AUTOS-CANT PIC 9(4) VALUE 0.
            03 AUTO-ENTRADA OCCURS 1000 TIMES.
                05  TAU-PATENTE      PIC X(6).
                05  TAU-SINIESTROS   PIC 9(4).
                05  TAU-COSTO        PIC 9(8)V99.
                05  TAU-FRANQUICIA   PIC 9(8)V99.
                05  TAU-RECLAMADO    PIC 9(8)V99.
                05  TAU-RECUPERADO   PIC 9(8)V99.

        01 TABLA-CLIENTES.
            03 CLIENTES-CANT PIC 9(4) VALUE 0.
            03 CLIENTE-ENTRADA OCCURS 5000 TIMES.
                05  TCL-TIPODOC      PIC X.
                05  TCL-NRODOC       PIC X(20).
                05  TCL-SINIESTROS   PIC 9(4).
                05  TCL-COSTO        PIC 9(8)V99.

        01 TABLA-ANTIGUEDAD.
            03 ANT-ENTRADA OCCURS 4 TIMES.
                05  ANT-CANTIDAD     PIC 9(5).
                05  ANT-COSTO        PIC 9(8)V99.

       77 SINIESTROS-STATUS PIC X(2).
       77 CLIENTES-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 FLAG-CLIENTES PIC X(2) VALUE 'NO'.
       77 FLAG-ENCONTRADO PIC X(2).
       77 FLAG-FIN-ORDEN PIC X(2).
       77 UMBRAL-REINCIDENCIA PIC 9(2) VALUE 2.
       77 AUTO-I PIC 9(4).
       77 CLIENTE-I PIC 9(4).
       77 ANT-I PIC 9.
       77 HOY-DIAS PIC 9(7).
       77 SINIESTRO-DIAS PIC 9(7).
       77 DIAS-ABIERTO PIC S9(5).
       77 COSTO-SINIESTRO PIC 9(6)V99.
       77 COSTO-NETO PIC S9(9)V99.
       77 PORCENTAJE-RECUPERO PIC 9(3).
       77 TOTAL-COSTO PIC 9(9)V99 VALUE 0.
       77 TOTAL-FRANQUICIA PIC 9(9)V99 VALUE 0.
       77 TOTAL-RECLAMADO PIC 9(9)V99 VALUE 0.
       77 TOTAL-RECUPERADO PIC 9(9)V99 VALUE 0.
       77 CNT-SINIESTROS-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-ABIERTOS PIC 9(6) VALUE 0.
       77 CNT-CERRADOS PIC 9(6) VALUE 0.
       77 CNT-REINCIDENTES PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(10).

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-DE-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

       01 FECHA-CONVERSION PIC 9(8).

       01 SN-ENCABEZADO.
           03 FILLER PIC X(30) VALUE
           "Informe de siniestros, fecha: ".
           03 SN-E-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SN-E-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SN-E-AAAA PIC 9(4).
           03 FILLER PIC X(70) VALUE SPACES.

       01 SN-SEPARADOR.
           03 FILLER PIC X(110) VALUE ALL "-".

       01 SN-TITULO-ABIERTOS.
           03 FILLER PIC X(50) VALUE
           "Siniestros abiertos, ordenados por antiguedad".
           03 FILLER PIC X(60) VALUE SPACES.

       01 SN-COLUMNAS-ABIERTOS.
           03 FILLER PIC X(9) VALUE " Patente".
           03 FILLER PIC X(12) VALUE "  Fecha".
           03 FILLER PIC X(7) VALUE "  Dias".
           03 FILLER PIC X(9) VALUE "  Estado".
           03 FILLER PIC X(25) VALUE "  Cliente".
           03 FILLER PIC X(32) VALUE "  Descripcion".
           03 FILLER PIC X(16) VALUE "       Costo".

       01 SN-LINEA-ABIERTO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-AB-PATENTE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AB-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SN-AB-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SN-AB-AAAA PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AB-DIAS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AB-ESTADO PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-AB-TIPODOC PIC X.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-AB-NRODOC PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AB-DESCRIPCION PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AB-COSTO-ENTEROS PIC 9(6).
           03 FILLER PIC X VALUE ",".
           03 SN-AB-COSTO-DECIMALES PIC 99.
           03 FILLER PIC X(7) VALUE SPACES.

       01 SN-COLUMNAS-ANTIGUEDAD.
           03 FILLER PIC X(22) VALUE " Antiguedad".
           03 FILLER PIC X(12) VALUE "Siniestros".
           03 FILLER PIC X(16) VALUE "       Costo".
           03 FILLER PIC X(60) VALUE SPACES.

       01 SN-LINEA-ANTIGUEDAD.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-ANT-ETIQUETA PIC X(20).
           03 FILLER PIC X(5) VALUE SPACES.
           03 SN-ANT-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SN-ANT-COSTO-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 SN-ANT-COSTO-DECIMALES PIC 99.
           03 FILLER PIC X(64) VALUE SPACES.

       01 SN-TITULO-AUTOS.
           03 FILLER PIC X(50) VALUE
           "Costo de siniestros y recupero por patente".
           03 FILLER PIC X(60) VALUE SPACES.

       01 SN-COLUMNAS-AUTOS.
           03 FILLER PIC X(9) VALUE " Patente".
           03 FILLER PIC X(6) VALUE " Sin.".
           03 FILLER PIC X(13) VALUE "       Costo".
           03 FILLER PIC X(13) VALUE "  Franquicia".
           03 FILLER PIC X(13) VALUE "   Reclamado".
           03 FILLER PIC X(13) VALUE "  Recuperado".
           03 FILLER PIC X(7) VALUE " % Rec".
           03 FILLER PIC X(15) VALUE "    Costo neto".
           03 FILLER PIC X(21) VALUE SPACES.

       01 SN-LINEA-AUTO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-AU-PATENTE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AU-SINIESTROS PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AU-COSTO-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 SN-AU-COSTO-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AU-FRANQ-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 SN-AU-FRANQ-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AU-RECL-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 SN-AU-RECL-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-AU-RECU-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 SN-AU-RECU-DECIMALES PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 SN-AU-PORCENTAJE PIC ZZ9.
           03 FILLER PIC X(2) VALUE " %".
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-AU-NETO PIC -(9)9,99.
           03 FILLER PIC X(18) VALUE SPACES.

       01 SN-TITULO-TOTALES.
           03 FILLER PIC X(50) VALUE
           "Totales y tasa de recupero de aseguradoras".
           03 FILLER PIC X(60) VALUE SPACES.

       01 SN-LINEA-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-TOT-ETIQUETA PIC X(40).
           03 SN-TOT-IMPORTE PIC -(10)9,99.
           03 FILLER PIC X(55) VALUE SPACES.

       01 SN-LINEA-TASA.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(40) VALUE
           "Tasa de recupero sobre lo reclamado".
           03 FILLER PIC X(11) VALUE SPACES.
           03 SN-TASA PIC ZZ9.
           03 FILLER PIC X(2) VALUE " %".
           03 FILLER PIC X(53) VALUE SPACES.

       01 SN-TITULO-CLIENTES.
           03 FILLER PIC X(36) VALUE
           "Clientes con siniestros reiterados (".
           03 SN-TC-UMBRAL PIC Z9.
           03 FILLER PIC X(16) VALUE " o mas)".
           03 FILLER PIC X(52) VALUE SPACES.

       01 SN-COLUMNAS-CLIENTES.
           03 FILLER PIC X(25) VALUE " Cliente".
           03 FILLER PIC X(32) VALUE "Nombre".
           03 FILLER PIC X(6) VALUE " Sin.".
           03 FILLER PIC X(13) VALUE "       Costo".
           03 FILLER PIC X(34) VALUE SPACES.

       01 SN-LINEA-CLIENTE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-CL-TIPODOC PIC X.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SN-CL-NRODOC PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-CL-NOMBRE PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-CL-SINIESTROS PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-CL-COSTO-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 SN-CL-COSTO-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SN-CL-MARCA PIC X(11).
           03 FILLER PIC X(23) VALUE SPACES.

       01 SN-SIN-DATOS.
           03 FILLER PIC X(30) VALUE " (sin datos)".
           03 FILLER PIC X(80) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-ENTRADA FROM COMMAND-LINE.
           PERFORM VALIDAR-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           COMPUTE HOY-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-DE-HOY-NUM).
           PERFORM INICIALIZAR.
           SORT SINIESTRO-SRT ON DESCENDING KEY SRT-DIAS
               INPUT PROCEDURE IS CARGAR-SINIESTROS
               OUTPUT PROCEDURE IS IMPRIMIR-SECCION-ABIERTOS.
           PERFORM IMPRIMIR-SECCION-ANTIGUEDAD.
           PERFORM IMPRIMIR-SECCION-AUTOS.
           PERFORM IMPRIMIR-SECCION-TOTALES.
           PERFORM IMPRIMIR-SECCION-CLIENTES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Siniestros leidos: " CNT-SINIESTROS-LEIDOS.
           DISPLAY "Siniestros abiertos: " CNT-ABIERTOS.
           DISPLAY "Siniestros cerrados: " CNT-CERRADOS.
           DISPLAY "Clientes con siniestros reiterados: "
               CNT-REINCIDENTES.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-REINCIDENTES IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       VALIDAR-PARAMETRO.
           EVALUATE TRUE
               WHEN PARAMETRO-ENTRADA IS EQUAL TO SPACES
                   CONTINUE
               WHEN PARAMETRO-ENTRADA(1:2) IS NUMERIC AND
                   PARAMETRO-ENTRADA(3:8) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(1:2) TO UMBRAL-REINCIDENCIA
               WHEN PARAMETRO-ENTRADA(1:1) IS NUMERIC AND
                   PARAMETRO-ENTRADA(2:9) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(1:1) TO UMBRAL-REINCIDENCIA
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: INF_SINIESTROS "
                       "[NN]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF UMBRAL-REINCIDENCIA IS LESS THAN 2
               MOVE 2 TO UMBRAL-REINCIDENCIA
           END-IF.

       INICIALIZAR.
           OPEN INPUT SINIESTROS.
           IF SINIESTROS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SINIESTROS FS: " SINIESTROS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN MAESTRO DE CLIENTES, NO SE "
                   "INFORMAN NOMBRES"
           ELSE
               IF CLIENTES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CLIENTES FS: " CLIENTES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-CLIENTES
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INICIALIZAR-ANTIGUEDAD VARYING ANT-I FROM 1 BY 1
               UNTIL ANT-I IS GREATER THAN 4.
           MOVE FECHA-DD TO SN-E-DD.
           MOVE FECHA-MM TO SN-E-MM.
           MOVE FECHA-AAAA TO SN-E-AAAA.
           MOVE SN-ENCABEZADO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       INICIALIZAR-ANTIGUEDAD.
           MOVE 0 TO ANT-CANTIDAD(ANT-I).
           MOVE 0 TO ANT-COSTO(ANT-I).

       CERRAR-ARCHIVOS.
           CLOSE SINIESTROS.
           IF FLAG-CLIENTES IS EQUAL TO 'SI'
               CLOSE CLIENTES
           END-IF.
           CLOSE INFORME.

       CARGAR-SINIESTROS.
           PERFORM LEER-SINIESTROS.
           PERFORM ACUMULAR-SINIESTRO UNTIL
               SINIESTROS-STATUS IS EQUAL TO 10.

       LEER-SINIESTROS.
           READ SINIESTROS RECORD.
           IF SINIESTROS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-SINIESTROS-LEIDOS
           END-IF.
           IF SINIESTROS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SINIESTROS FS: " SINIESTROS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       ACUMULAR-SINIESTRO.
           IF SIN-COSTO-FINAL IS GREATER THAN 0
               MOVE SIN-COSTO-FINAL TO COSTO-SINIESTRO
           ELSE
               MOVE SIN-COSTO-ESTIMADO TO COSTO-SINIESTRO
           END-IF.
           PERFORM ACUMULAR-AUTO.
           PERFORM ACUMULAR-CLIENTE.
           ADD COSTO-SINIESTRO TO TOTAL-COSTO.
           ADD SIN-FRANQUICIA TO TOTAL-FRANQUICIA.
           ADD SIN-IMPORTE-RECLAMADO TO TOTAL-RECLAMADO.
           ADD SIN-IMPORTE-RECUPERADO TO TOTAL-RECUPERADO.
           IF SINIESTRO-CERRADO
               ADD 1 TO CNT-CERRADOS
           ELSE
               ADD 1 TO CNT-ABIERTOS
               PERFORM LIBERAR-ABIERTO
           END-IF.
           PERFORM LEER-SINIESTROS.

       ACUMULAR-AUTO.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO AUTO-I.
           PERFORM BUSCAR-AUTO UNTIL
               AUTO-I IS GREATER THAN AUTOS-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               IF AUTOS-CANT IS EQUAL TO 1000
                   DISPLAY "AVISO: TABLA DE PATENTES LLENA, PATENTE: "
                       SIN-PATENTE
               ELSE
                   ADD 1 TO AUTOS-CANT
                   MOVE AUTOS-CANT TO AUTO-I
                   MOVE SIN-PATENTE TO TAU-PATENTE(AUTO-I)
                   MOVE 0 TO TAU-SINIESTROS(AUTO-I)
                   MOVE 0 TO TAU-COSTO(AUTO-I)
                   MOVE 0 TO TAU-FRANQUICIA(AUTO-I)
                   MOVE 0 TO TAU-RECLAMADO(AUTO-I)
                   MOVE 0 TO TAU-RECUPERADO(AUTO-I)
                   MOVE 'SI' TO FLAG-ENCONTRADO
               END-IF
           END-IF.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               ADD 1 TO TAU-SINIESTROS(AUTO-I)
               ADD COSTO-SINIESTRO TO TAU-COSTO(AUTO-I)
               ADD SIN-FRANQUICIA TO TAU-FRANQUICIA(AUTO-I)
               ADD SIN-IMPORTE-RECLAMADO TO TAU-RECLAMADO(AUTO-I)
               ADD SIN-IMPORTE-RECUPERADO TO TAU-RECUPERADO(AUTO-I)
           END-IF.

       BUSCAR-AUTO.
           IF TAU-PATENTE(AUTO-I) IS EQUAL TO SIN-PATENTE
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO AUTO-I
           END-IF.

       ACUMULAR-CLIENTE.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO CLIENTE-I.
           PERFORM BUSCAR-CLIENTE UNTIL
               CLIENTE-I IS GREATER THAN CLIENTES-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               IF CLIENTES-CANT IS EQUAL TO 5000
                   DISPLAY "AVISO: TABLA DE CLIENTES LLENA, CLIENTE: "
                       SIN-TIPODOC " " SIN-NRODOC
               ELSE
                   ADD 1 TO CLIENTES-CANT
                   MOVE CLIENTES-CANT TO CLIENTE-I
                   MOVE SIN-TIPODOC TO TCL-TIPODOC(CLIENTE-I)
                   MOVE SIN-NRODOC TO TCL-NRODOC(CLIENTE-I)
                   MOVE 0 TO TCL-SINIESTROS(CLIENTE-I)
                   MOVE 0 TO TCL-COSTO(CLIENTE-I)
                   MOVE 'SI' TO FLAG-ENCONTRADO
               END-IF
           END-IF.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               ADD 1 TO TCL-SINIESTROS(CLIENTE-I)
               ADD COSTO-SINIESTRO TO TCL-COSTO(CLIENTE-I)
           END-IF.

       BUSCAR-CLIENTE.
           IF TCL-TIPODOC(CLIENTE-I) IS EQUAL TO SIN-TIPODOC AND
               TCL-NRODOC(CLIENTE-I) IS EQUAL TO SIN-NRODOC
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO CLIENTE-I
           END-IF.

       LIBERAR-ABIERTO.
           MOVE SIN-FECHA TO FECHA-CONVERSION.
           COMPUTE SINIESTRO-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-CONVERSION).
           COMPUTE DIAS-ABIERTO = HOY-DIAS - SINIESTRO-DIAS.
           IF DIAS-ABIERTO IS LESS THAN 0
               MOVE 0 TO DIAS-ABIERTO
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-ABIERTO IS NOT GREATER THAN 30
                   MOVE 1 TO ANT-I
               WHEN DIAS-ABIERTO IS NOT GREATER THAN 60
                   MOVE 2 TO ANT-I
               WHEN DIAS-ABIERTO IS NOT GREATER THAN 90
                   MOVE 3 TO ANT-I
               WHEN OTHER
                   MOVE 4 TO ANT-I
           END-EVALUATE.
           ADD 1 TO ANT-CANTIDAD(ANT-I).
           ADD COSTO-SINIESTRO TO ANT-COSTO(ANT-I).
           MOVE DIAS-ABIERTO TO SRT-DIAS.
           MOVE SIN-PATENTE TO SRT-PATENTE.
           MOVE SIN-FECHA TO SRT-FECHA.
           MOVE SIN-ESTADO TO SRT-ESTADO.
           MOVE SIN-TIPODOC TO SRT-TIPODOC.
           MOVE SIN-NRODOC TO SRT-NRODOC.
           MOVE SIN-DESCRIPCION TO SRT-DESCRIPCION.
           MOVE COSTO-SINIESTRO TO SRT-COSTO.
           RELEASE REG-SINIESTRO-SRT.

       IMPRIMIR-SECCION-ABIERTOS.
           MOVE SN-TITULO-ABIERTOS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-COLUMNAS-ABIERTOS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           IF CNT-ABIERTOS IS EQUAL TO 0
               MOVE SN-SIN-DATOS TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           MOVE 'NO' TO FLAG-FIN-ORDEN.
           PERFORM RETORNAR-ORDENADO.
           PERFORM IMPRIMIR-LINEA-ABIERTO UNTIL
               FLAG-FIN-ORDEN IS EQUAL TO 'SI'.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       RETORNAR-ORDENADO.
           RETURN SINIESTRO-SRT RECORD AT END
               MOVE 'SI' TO FLAG-FIN-ORDEN.

       IMPRIMIR-LINEA-ABIERTO.
           MOVE SRT-PATENTE TO SN-AB-PATENTE.
           MOVE SRT-FECHA(7:2) TO SN-AB-DD.
           MOVE SRT-FECHA(5:2) TO SN-AB-MM.
           MOVE SRT-FECHA(1:4) TO SN-AB-AAAA.
           MOVE SRT-DIAS TO SN-AB-DIAS.
           EVALUATE SRT-ESTADO
               WHEN "A"
                   MOVE "Abierto" TO SN-AB-ESTADO
               WHEN "E"
                   MOVE "Estimado" TO SN-AB-ESTADO
               WHEN "R"
                   MOVE "Reparado" TO SN-AB-ESTADO
               WHEN "L"
                   MOVE "Liquidado" TO SN-AB-ESTADO
               WHEN OTHER
                   MOVE SRT-ESTADO TO SN-AB-ESTADO
           END-EVALUATE.
           MOVE SRT-TIPODOC TO SN-AB-TIPODOC.
           MOVE SRT-NRODOC TO SN-AB-NRODOC.
           MOVE SRT-DESCRIPCION TO SN-AB-DESCRIPCION.
           MOVE SRT-COSTO(1:6) TO SN-AB-COSTO-ENTEROS.
           MOVE SRT-COSTO(7:2) TO SN-AB-COSTO-DECIMALES.
           MOVE SN-LINEA-ABIERTO TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM RETORNAR-ORDENADO.

       IMPRIMIR-SECCION-ANTIGUEDAD.
           MOVE SN-COLUMNAS-ANTIGUEDAD TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Hasta 30 dias" TO SN-ANT-ETIQUETA.
           MOVE 1 TO ANT-I.
           PERFORM IMPRIMIR-LINEA-ANTIGUEDAD.
           MOVE "De 31 a 60 dias" TO SN-ANT-ETIQUETA.
           MOVE 2 TO ANT-I.
           PERFORM IMPRIMIR-LINEA-ANTIGUEDAD.
           MOVE "De 61 a 90 dias" TO SN-ANT-ETIQUETA.
           MOVE 3 TO ANT-I.
           PERFORM IMPRIMIR-LINEA-ANTIGUEDAD.
           MOVE "Mas de 90 dias" TO SN-ANT-ETIQUETA.
           MOVE 4 TO ANT-I.
           PERFORM IMPRIMIR-LINEA-ANTIGUEDAD.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-ANTIGUEDAD.
           MOVE ANT-CANTIDAD(ANT-I) TO SN-ANT-CANTIDAD.
           MOVE ANT-COSTO(ANT-I)(1:8) TO SN-ANT-COSTO-ENTEROS.
           MOVE ANT-COSTO(ANT-I)(9:2) TO SN-ANT-COSTO-DECIMALES.
           MOVE SN-LINEA-ANTIGUEDAD TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-SECCION-AUTOS.
           MOVE SN-TITULO-AUTOS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-COLUMNAS-AUTOS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           IF AUTOS-CANT IS EQUAL TO 0
               MOVE SN-SIN-DATOS TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           MOVE 1 TO AUTO-I.
           PERFORM IMPRIMIR-LINEA-AUTO UNTIL
               AUTO-I IS GREATER THAN AUTOS-CANT.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-AUTO.
           MOVE TAU-PATENTE(AUTO-I) TO SN-AU-PATENTE.
           MOVE TAU-SINIESTROS(AUTO-I) TO SN-AU-SINIESTROS.
           MOVE TAU-COSTO(AUTO-I)(1:8) TO SN-AU-COSTO-ENTEROS.
           MOVE TAU-COSTO(AUTO-I)(9:2) TO SN-AU-COSTO-DECIMALES.
           MOVE TAU-FRANQUICIA(AUTO-I)(1:8) TO SN-AU-FRANQ-ENTEROS.
           MOVE TAU-FRANQUICIA(AUTO-I)(9:2) TO SN-AU-FRANQ-DECIMALES.
           MOVE TAU-RECLAMADO(AUTO-I)(1:8) TO SN-AU-RECL-ENTEROS.
           MOVE TAU-RECLAMADO(AUTO-I)(9:2) TO SN-AU-RECL-DECIMALES.
           MOVE TAU-RECUPERADO(AUTO-I)(1:8) TO SN-AU-RECU-ENTEROS.
           MOVE TAU-RECUPERADO(AUTO-I)(9:2) TO SN-AU-RECU-DECIMALES.
           IF TAU-RECLAMADO(AUTO-I) IS GREATER THAN 0
               COMPUTE PORCENTAJE-RECUPERO ROUNDED =
                   TAU-RECUPERADO(AUTO-I) * 100 /
                   TAU-RECLAMADO(AUTO-I)
           ELSE
               MOVE 0 TO PORCENTAJE-RECUPERO
           END-IF.
           MOVE PORCENTAJE-RECUPERO TO SN-AU-PORCENTAJE.
           COMPUTE COSTO-NETO = TAU-COSTO(AUTO-I) -
               TAU-FRANQUICIA(AUTO-I) - TAU-RECUPERADO(AUTO-I).
           MOVE COSTO-NETO TO SN-AU-NETO.
           MOVE SN-LINEA-AUTO TO REG-INFORME.
           WRITE REG-INFORME.
           ADD 1 TO AUTO-I.

       IMPRIMIR-SECCION-TOTALES.
           MOVE SN-TITULO-TOTALES TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Costo total de reparaciones" TO SN-TOT-ETIQUETA.
           MOVE TOTAL-COSTO TO SN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE "Franquicias a cargo de clientes" TO SN-TOT-ETIQUETA.
           MOVE TOTAL-FRANQUICIA TO SN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE "Reclamado a aseguradoras" TO SN-TOT-ETIQUETA.
           MOVE TOTAL-RECLAMADO TO SN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE "Recuperado de aseguradoras" TO SN-TOT-ETIQUETA.
           MOVE TOTAL-RECUPERADO TO SN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           COMPUTE COSTO-NETO = TOTAL-COSTO - TOTAL-FRANQUICIA -
               TOTAL-RECUPERADO.
           MOVE "Costo neto para la empresa" TO SN-TOT-ETIQUETA.
           MOVE COSTO-NETO TO SN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           IF TOTAL-RECLAMADO IS GREATER THAN 0
               COMPUTE PORCENTAJE-RECUPERO ROUNDED =
                   TOTAL-RECUPERADO * 100 / TOTAL-RECLAMADO
           ELSE
               MOVE 0 TO PORCENTAJE-RECUPERO
           END-IF.
           MOVE PORCENTAJE-RECUPERO TO SN-TASA.
           MOVE SN-LINEA-TASA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-TOTAL.
           MOVE SN-LINEA-TOTAL TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-SECCION-CLIENTES.
           MOVE UMBRAL-REINCIDENCIA TO SN-TC-UMBRAL.
           MOVE SN-TITULO-CLIENTES TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-COLUMNAS-CLIENTES TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SN-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 1 TO CLIENTE-I.
           PERFORM IMPRIMIR-LINEA-CLIENTE UNTIL
               CLIENTE-I IS GREATER THAN CLIENTES-CANT.
           IF CNT-REINCIDENTES IS EQUAL TO 0
               MOVE SN-SIN-DATOS TO REG-INFORME
               WRITE REG-INFORME
           END-IF.

       IMPRIMIR-LINEA-CLIENTE.
           IF TCL-SINIESTROS(CLIENTE-I) IS NOT LESS THAN
               UMBRAL-REINCIDENCIA
               ADD 1 TO CNT-REINCIDENTES
               MOVE TCL-TIPODOC(CLIENTE-I) TO SN-CL-TIPODOC
               MOVE TCL-NRODOC(CLIENTE-I) TO SN-CL-NRODOC
               MOVE "(cliente no registrado)" TO SN-CL-NOMBRE
               IF FLAG-CLIENTES IS EQUAL TO 'SI'
                   MOVE TCL-TIPODOC(CLIENTE-I) TO CLI-TIPODOC
                   MOVE TCL-NRODOC(CLIENTE-I) TO CLI-NRODOC
                   READ CLIENTES RECORD KEY IS CLAVE-CLI
                   IF CLIENTES-STATUS IS EQUAL TO 00
                       MOVE CLI-NOMBRE TO SN-CL-NOMBRE
                   END-IF
               END-IF
               MOVE TCL-SINIESTROS(CLIENTE-I) TO SN-CL-SINIESTROS
               MOVE TCL-COSTO(CLIENTE-I)(1:8) TO SN-CL-COSTO-ENTEROS
               MOVE TCL-COSTO(CLIENTE-I)(9:2) TO
                   SN-CL-COSTO-DECIMALES
               MOVE "REINCIDENTE" TO SN-CL-MARCA
               MOVE SN-LINEA-CLIENTE TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           ADD 1 TO CLIENTE-I.
