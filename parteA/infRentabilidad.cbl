       IDENTIFICATION DIVISION.
       program-id. "INF_RENTABILIDAD".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AUTOS ASSIGN TO
           "input/autos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUT-PATENTE
           FILE STATUS IS AUTOS-STATUS.

           SELECT ALQUILERES ASSIGN TO
           "input/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ALQ
           FILE STATUS IS ALQUILERES-STATUS.

           SELECT ARCH-ALQUILERES ASSIGN USING
           NOMBRE-ARCHIVO-ALQUILERES-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-ALQUILERES-STATUS.

           SELECT ORDENES-TALLER ASSIGN TO
           "input/ordenesTaller.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ORD
           FILE STATUS IS ORDENES-TALLER-STATUS.

           SELECT PARAMETROS ASSIGN TO
           "input/parametrosRentabilidad.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETROS-STATUS.

           SELECT INFORME ASSIGN TO
           "output/informeRentabilidad.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    AUTOS
            LABEL RECORD STANDARD.
        01    REG-AUTOS.
               03  AUT-PATENTE   PIC X(6).
               03  AUT-DESC      PIC X(30).
               03  AUT-MARCA     PIC X(20).
               03  AUT-COLOR     PIC X(10).
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

        FD    ALQUILERES
            LABEL RECORD STANDARD.
        01    REG-ALQUILERES.
               03 CLAVE-ALQ.
                   05  ALQ-PATENTE   PIC X(6).
                   05  ALQ-FECHA-DESDE    PIC 9(8).
               03  ALQ-FECHA-HASTA    PIC 9(8).
               03  ALQ-TIPODOC   PIC X.
               03  ALQ-NRODOC    PIC X(20).
               03  ALQ-IMPORTE   PIC 9(6)V99.
               03  ALQ-ESTADO    PIC X.
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    ARCH-ALQUILERES
            LABEL RECORD STANDARD.
        01    REG-ARCH-ALQUILERES.
               03  ARCHALQ-PATENTE       PIC X(6).
               03  ARCHALQ-FECHA-DESDE   PIC 9(8).
               03  ARCHALQ-FECHA-HASTA   PIC 9(8).
               03  ARCHALQ-TIPODOC       PIC X.
               03  ARCHALQ-NRODOC        PIC X(20).
               03  ARCHALQ-IMPORTE       PIC 9(6)V99.
               03  FILLER                PIC X(21).

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

        FD    PARAMETROS
            LABEL RECORD STANDARD.
        01    REG-PARAMETROS.
               03  PRM-VIDA-UTIL-MESES   PIC 9(3).
               03  PRM-MARGEN-MINIMO     PIC 9(3).
               03  PRM-EDAD-MAXIMA-MESES PIC 9(3).

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(110).

       WORKING-STORAGE SECTION.

        01 TABLA-FLOTA.
            03 FLOTA-CANT PIC 9(4) VALUE 0.
            03 FLOTA-ENTRADA
               OCCURS 1000 TIMES
               ASCENDING KEY IS FLOTA-PATENTE
               INDEXED BY IND-FLOTA.
                05  FLOTA-PATENTE   PIC X(6).
                05  FLOTA-MARCA     PIC X(20).
                05  FLOTA-TAMANO    PIC X.
                05  FLOTA-FECHA-COMPRA   PIC 9(8).
                05  FLOTA-PRECIO-COMPRA  PIC 9(8)V99.
                05  FLOTA-VALOR-RESIDUAL PIC 9(8)V99.
                05  FLOTA-INGRESOS  PIC 9(8)V99.
                05  FLOTA-TALLER    PIC 9(8)V99.

        01 TABLA-VISTOS.
            03 VISTOS-CANT PIC 9(5) VALUE 0.
            03 VISTO-ENTRADA OCCURS 10000 TIMES.
                05  VISTO-PATENTE       PIC X(6).
                05  VISTO-FECHA-DESDE   PIC 9(8).

        01 TABLA-MARCAS.
            03 MARCAS-CANT PIC 9(3) VALUE 0.
            03 MARCA-ENTRADA OCCURS 100 TIMES.
                05  MARCA-NOMBRE    PIC X(20).
                05  MARCA-AUTOS     PIC 9(4).
                05  MARCA-INGRESOS  PIC 9(9)V99.
                05  MARCA-TALLER    PIC 9(9)V99.
                05  MARCA-AMORTIZACION PIC 9(9)V99.
                05  MARCA-MARGEN    PIC S9(10)V99.
                05  MARCA-CANDIDATOS PIC 9(4).

        01 TABLA-TAMANOS.
            03 TAMANOS-CANT PIC 9(2) VALUE 0.
            03 TAMANO-ENTRADA OCCURS 10 TIMES.
                05  TAMANO-CODIGO   PIC X.
                05  TAMANO-AUTOS    PIC 9(4).
                05  TAMANO-INGRESOS PIC 9(9)V99.
                05  TAMANO-TALLER   PIC 9(9)V99.
                05  TAMANO-AMORTIZACION PIC 9(9)V99.
                05  TAMANO-MARGEN   PIC S9(10)V99.
                05  TAMANO-CANDIDATOS PIC 9(4).

       77 AUTOS-STATUS PIC X(2).
       77 ALQUILERES-STATUS PIC X(2).
       77 ARCH-ALQUILERES-STATUS PIC X(2).
       77 ORDENES-TALLER-STATUS PIC X(2).
       77 PARAMETROS-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 DIA-ACTUAL PIC 99.
       77 CNT-AUTOS-LEIDOS PIC 9(4) VALUE 0.
       77 CNT-ALQ-MAESTRO PIC 9(6) VALUE 0.
       77 CNT-ARCHIVOS-LEIDOS PIC 9(3) VALUE 0.
       77 CNT-ALQ-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-ALQ-SIN-AUTO PIC 9(6) VALUE 0.
       77 CNT-ORDENES-PERIODO PIC 9(6) VALUE 0.
       77 CNT-ORD-SIN-AUTO PIC 9(6) VALUE 0.
       77 CNT-SIN-DATOS-COMPRA PIC 9(4) VALUE 0.
       77 CNT-CANDIDATOS PIC 9(4) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.
       77 VIDA-UTIL-MESES PIC 9(3) VALUE 60.
       77 MARGEN-MINIMO PIC 9(3) VALUE 10.
       77 EDAD-MAXIMA-MESES PIC 9(3) VALUE 48.
       77 MES-CALC-AAAA PIC 9(4).
       77 MES-CALC-MM PIC 9(2).
       77 MES-IDX-DESDE PIC 9(6).
       77 MES-IDX-HASTA PIC 9(6).
       77 MES-IDX-ARCHIVO PIC 9(6).
       77 MES-IDX-FIN-ARCHIVOS PIC 9(6).
       77 MES-IDX-ALQ PIC 9(6).
       77 MES-IDX-COMPRA PIC 9(6).
       77 MES-IDX-PRIMERO PIC 9(6).
       77 MES-IDX-ULTIMO PIC 9(6).
       77 MESES-AMORTIZADOS PIC S9(4).
       77 EDAD-MESES PIC S9(4).
       77 VALOR-AMORTIZABLE PIC 9(8)V99.
       77 AMORTIZACION PIC 9(8)V99.
       77 MARGEN PIC S9(9)V99.
       77 FECHA-CIERRE-DESDE PIC 9(8).
       77 FECHA-CIERRE-HASTA PIC 9(8).
       77 FLOTA-I PIC 9(4).
       77 MARCA-I PIC 9(3).
       77 TAMANO-I PIC 9(2).
       77 VISTO-I PIC 9(5).
       77 FLAG-ENCONTRADO PIC X(2).
       77 FLAG-ALQ-VISTO PIC X(2).
       77 FLAG-AVISO-VISTOS PIC X(2) VALUE 'NO'.
       77 FLAG-CANDIDATO PIC X(2).
       77 FLAG-POR-MARGEN PIC X(2).
       77 FLAG-POR-EDAD PIC X(2).

       01 PARAMETRO-ENTRADA PIC X(20).
       01 PARAMETRO-MES-DESDE PIC X(6).
       01 PARAMETRO-MES-HASTA PIC X(6).

       01 NOMBRE-ARCHIVO-ALQUILERES-HIST.
           03 FILLER PIC X(6) VALUE "input/".
           03 FILLER PIC X(11) VALUE "alquileres_".
           03 ARCH-AAAA PIC 9(4).
           03 ARCH-MM PIC 9(2).
           03 ARCH-DD PIC 9(2).
           03 FILLER PIC X(4) VALUE ".dat".

       01 INF-ENCABEZADO-LINEA-1.
           03 FILLER PIC X(35) VALUE
           "Informe de rentabilidad de la flota".
           03 FILLER PIC X(12) VALUE " - Periodo: ".
           03 INF-E1-MM-DESDE PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 INF-E1-AAAA-DESDE PIC 9(4).
           03 FILLER PIC X(3) VALUE " a ".
           03 INF-E1-MM-HASTA PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 INF-E1-AAAA-HASTA PIC 9(4).
           03 FILLER PIC X(46) VALUE SPACES.

       01 INF-ENCABEZADO-LINEA-2.
           03 FILLER PIC X(12) VALUE "Vida util: ".
           03 INF-E2-VIDA-UTIL PIC ZZ9.
           03 FILLER PIC X(24) VALUE " meses - Margen minimo: ".
           03 INF-E2-MARGEN PIC ZZ9.
           03 FILLER PIC X(19) VALUE " % - Edad maxima: ".
           03 INF-E2-EDAD PIC ZZ9.
           03 FILLER PIC X(6) VALUE " meses".
           03 FILLER PIC X(40) VALUE SPACES.

       01 INF-COLUMNAS.
           03 FILLER PIC X(9) VALUE " Patente".
           03 FILLER PIC X(16) VALUE "Marca".
           03 FILLER PIC X(4) VALUE "Tam".
           03 FILLER PIC X(6) VALUE "Edad".
           03 FILLER PIC X(13) VALUE "   Ingresos".
           03 FILLER PIC X(13) VALUE "     Taller".
           03 FILLER PIC X(13) VALUE " Amortizacion".
           03 FILLER PIC X(15) VALUE "       Margen".
           03 FILLER PIC X(21) VALUE "Observacion".

       01 INF-SEPARADOR.
           03 FILLER PIC X(110) VALUE ALL "-".

       01 INF-LINEA-PATENTE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-PATENTE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-MARCA PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-TAMANO PIC X.
           03 FILLER PIC X(3) VALUE SPACES.
           03 INF-EDAD PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-INGRESOS-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 INF-INGRESOS-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-TALLER-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 INF-TALLER-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-AMORT-ENTEROS PIC 9(8).
           03 FILLER PIC X VALUE ",".
           03 INF-AMORT-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-MARGEN PIC -(9)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-OBSERVACION PIC X(20).

       01 INF-GRUPO-COLUMNAS.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(6) VALUE "Autos".
           03 FILLER PIC X(14) VALUE "    Ingresos".
           03 FILLER PIC X(14) VALUE "      Taller".
           03 FILLER PIC X(14) VALUE "Amortizacion".
           03 FILLER PIC X(14) VALUE "        Margen".
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE "Candidatos".
           03 FILLER PIC X(12) VALUE SPACES.

       01 INF-LINEA-GRUPO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-GRUPO-ETIQUETA PIC X(22).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-GRUPO-AUTOS PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-GRUPO-INGRESOS-ENTEROS PIC 9(9).
           03 FILLER PIC X VALUE ",".
           03 INF-GRUPO-INGRESOS-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-GRUPO-TALLER-ENTEROS PIC 9(9).
           03 FILLER PIC X VALUE ",".
           03 INF-GRUPO-TALLER-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-GRUPO-AMORT-ENTEROS PIC 9(9).
           03 FILLER PIC X VALUE ",".
           03 INF-GRUPO-AMORT-DECIMALES PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-GRUPO-MARGEN PIC -(10)9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 INF-GRUPO-CANDIDATOS PIC ZZZ9.
           03 FILLER PIC X(18) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-ENTRADA FROM COMMAND-LINE.
           PERFORM VALIDAR-PARAMETRO.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CALCULAR-LIMITES-DEL-PERIODO.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-FLOTA.
           PERFORM ACUMULAR-MAESTRO-DEL-PERIODO.
           PERFORM RECORRER-ARCHIVOS-DEL-PERIODO.
           PERFORM ACUMULAR-COSTOS-TALLER.
           PERFORM IMPRIMIR-INFORME.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Autos leidos: " CNT-AUTOS-LEIDOS.
           DISPLAY "Alquileres del maestro leidos: " CNT-ALQ-MAESTRO.
           DISPLAY "Archivos historicos leidos: " CNT-ARCHIVOS-LEIDOS.
           DISPLAY "Alquileres historicos leidos: " CNT-ALQ-LEIDOS.
           DISPLAY "Alquileres sin auto en flota: " CNT-ALQ-SIN-AUTO.
           DISPLAY "Ordenes de taller del periodo: "
               CNT-ORDENES-PERIODO.
           DISPLAY "Ordenes sin auto en flota: " CNT-ORD-SIN-AUTO.
           DISPLAY "Autos sin datos de compra: " CNT-SIN-DATOS-COMPRA.
           DISPLAY "Candidatos a reemplazo: " CNT-CANDIDATOS.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-ALQ-SIN-AUTO IS GREATER THAN 0 OR
                   CNT-ORD-SIN-AUTO IS GREATER THAN 0 OR
                   CNT-SIN-DATOS-COMPRA IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       VALIDAR-PARAMETRO.
           MOVE PARAMETRO-ENTRADA(1:6) TO PARAMETRO-MES-DESDE.
           EVALUATE TRUE
               WHEN PARAMETRO-ENTRADA(7:14) IS EQUAL TO SPACES
                   MOVE PARAMETRO-MES-DESDE TO PARAMETRO-MES-HASTA
               WHEN PARAMETRO-ENTRADA(8:6) IS NUMERIC AND
                   PARAMETRO-ENTRADA(14:7) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(8:6) TO PARAMETRO-MES-HASTA
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: INF_RENTABILIDAD "
                       "AAAAMM [AAAAMM]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF PARAMETRO-MES-DESDE IS NOT NUMERIC
               DISPLAY "PARAMETRO INVALIDO, USO: INF_RENTABILIDAD "
                   "AAAAMM [AAAAMM]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARAMETRO-MES-DESDE(5:2) IS LESS THAN "01" OR
               PARAMETRO-MES-DESDE(5:2) IS GREATER THAN "12"
               DISPLAY "MES INVALIDO: " PARAMETRO-MES-DESDE(5:2)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARAMETRO-MES-HASTA(5:2) IS LESS THAN "01" OR
               PARAMETRO-MES-HASTA(5:2) IS GREATER THAN "12"
               DISPLAY "MES INVALIDO: " PARAMETRO-MES-HASTA(5:2)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARAMETRO-MES-HASTA IS LESS THAN PARAMETRO-MES-DESDE
               DISPLAY "PERIODO INVALIDO: " PARAMETRO-MES-DESDE
                   " A " PARAMETRO-MES-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN PARAMETROS DE RENTABILIDAD, SE "
                   "USAN LOS VALORES POR DEFECTO"
           ELSE
               IF PARAMETROS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR PARAMETROS FS: "
                       PARAMETROS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PARAMETROS RECORD
               IF PARAMETROS-STATUS IS EQUAL TO 00
                   PERFORM VALIDAR-REG-PARAMETROS
               ELSE
                   IF PARAMETROS-STATUS IS NOT EQUAL TO 10
                       DISPLAY "ERROR LEER PARAMETROS FS: "
                           PARAMETROS-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE PARAMETROS
           END-IF.

       VALIDAR-REG-PARAMETROS.
           IF PRM-VIDA-UTIL-MESES IS NOT NUMERIC OR
               PRM-MARGEN-MINIMO IS NOT NUMERIC OR
               PRM-EDAD-MAXIMA-MESES IS NOT NUMERIC OR
               PRM-VIDA-UTIL-MESES IS EQUAL TO 0
               DISPLAY "ERROR PARAMETROS DE RENTABILIDAD INVALIDOS: "
                   REG-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-VIDA-UTIL-MESES TO VIDA-UTIL-MESES.
           MOVE PRM-MARGEN-MINIMO TO MARGEN-MINIMO.
           MOVE PRM-EDAD-MAXIMA-MESES TO EDAD-MAXIMA-MESES.

       CALCULAR-LIMITES-DEL-PERIODO.
           MOVE PARAMETRO-MES-DESDE(1:4) TO MES-CALC-AAAA.
           MOVE PARAMETRO-MES-DESDE(5:2) TO MES-CALC-MM.
           COMPUTE MES-IDX-DESDE = MES-CALC-AAAA * 12 + MES-CALC-MM.
           MOVE PARAMETRO-MES-HASTA(1:4) TO MES-CALC-AAAA.
           MOVE PARAMETRO-MES-HASTA(5:2) TO MES-CALC-MM.
           COMPUTE MES-IDX-HASTA = MES-CALC-AAAA * 12 + MES-CALC-MM.
           MOVE PARAMETRO-MES-DESDE TO FECHA-CIERRE-DESDE(1:6).
           MOVE "01" TO FECHA-CIERRE-DESDE(7:2).
           MOVE PARAMETRO-MES-HASTA TO FECHA-CIERRE-HASTA(1:6).
           MOVE "31" TO FECHA-CIERRE-HASTA(7:2).

       INICIALIZAR.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE AUTOS.
           CLOSE INFORME.

       CARGAR-FLOTA.
           PERFORM LEER-AUTOS.
           PERFORM GUARDAR-AUTO-EN-FLOTA UNTIL
               AUTOS-STATUS IS EQUAL TO 10.

       LEER-AUTOS.
           READ AUTOS RECORD.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTO-EN-FLOTA.
           IF FLOTA-CANT IS EQUAL TO 1000
               DISPLAY "AVISO: FLOTA EXCEDE LA TABLA, PATENTE: "
                   AUT-PATENTE
           ELSE
               ADD 1 TO FLOTA-CANT
               ADD 1 TO CNT-AUTOS-LEIDOS
               MOVE AUT-PATENTE TO FLOTA-PATENTE(FLOTA-CANT)
               MOVE AUT-MARCA TO FLOTA-MARCA(FLOTA-CANT)
               MOVE AUT-TAMANO TO FLOTA-TAMANO(FLOTA-CANT)
               MOVE AUT-FECHA-COMPRA TO FLOTA-FECHA-COMPRA(FLOTA-CANT)
               MOVE AUT-PRECIO-COMPRA TO
                   FLOTA-PRECIO-COMPRA(FLOTA-CANT)
               MOVE AUT-VALOR-RESIDUAL TO
                   FLOTA-VALOR-RESIDUAL(FLOTA-CANT)
               MOVE 0 TO FLOTA-INGRESOS(FLOTA-CANT)
               MOVE 0 TO FLOTA-TALLER(FLOTA-CANT)
           END-IF.
           PERFORM LEER-AUTOS.

       ACUMULAR-MAESTRO-DEL-PERIODO.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN MAESTRO DE ALQUILERES, SE "
                   "INFORMA SOLO DESDE LA HISTORIA"
           ELSE
               IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ALQUILERES FS: "
                       ALQUILERES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-MAESTRO
               PERFORM ACUMULAR-ALQ-MAESTRO UNTIL
                   ALQUILERES-STATUS IS EQUAL TO 10
               CLOSE ALQUILERES
           END-IF.

       LEER-MAESTRO.
           READ ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       ACUMULAR-ALQ-MAESTRO.
           MOVE ALQ-PATENTE TO ARCHALQ-PATENTE.
           MOVE ALQ-FECHA-DESDE TO ARCHALQ-FECHA-DESDE.
           MOVE ALQ-FECHA-HASTA TO ARCHALQ-FECHA-HASTA.
           MOVE ALQ-TIPODOC TO ARCHALQ-TIPODOC.
           MOVE ALQ-NRODOC TO ARCHALQ-NRODOC.
           MOVE ALQ-IMPORTE TO ARCHALQ-IMPORTE.
           PERFORM CALCULAR-MES-DEL-ALQUILER.
           IF MES-IDX-ALQ IS NOT LESS THAN MES-IDX-DESDE AND
               MES-IDX-ALQ IS NOT GREATER THAN MES-IDX-HASTA
               ADD 1 TO CNT-ALQ-MAESTRO
               PERFORM ACUMULAR-ALQ-COMUN
           END-IF.
           PERFORM LEER-MAESTRO.

       RECORRER-ARCHIVOS-DEL-PERIODO.
           COMPUTE MES-IDX-ARCHIVO = MES-IDX-DESDE - 1.
           COMPUTE MES-IDX-FIN-ARCHIVOS = MES-IDX-HASTA + 1.
           PERFORM RECORRER-ARCHIVOS-DEL-MES UNTIL
               MES-IDX-ARCHIVO IS GREATER THAN MES-IDX-FIN-ARCHIVOS.

       RECORRER-ARCHIVOS-DEL-MES.
           COMPUTE ARCH-AAAA = (MES-IDX-ARCHIVO - 1) / 12.
           COMPUTE ARCH-MM = MES-IDX-ARCHIVO - ARCH-AAAA * 12.
           PERFORM PROCESAR-ARCHIVO-DIA VARYING DIA-ACTUAL FROM 1 BY 1
               UNTIL DIA-ACTUAL IS GREATER THAN 31.
           ADD 1 TO MES-IDX-ARCHIVO.

       PROCESAR-ARCHIVO-DIA.
           MOVE DIA-ACTUAL TO ARCH-DD.
           OPEN INPUT ARCH-ALQUILERES.
           IF ARCH-ALQUILERES-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-ARCHIVOS-LEIDOS
               PERFORM LEER-ARCH-ALQUILERES
               PERFORM ACUMULAR-ALQUILER UNTIL
                   ARCH-ALQUILERES-STATUS IS EQUAL TO 10
               CLOSE ARCH-ALQUILERES
           ELSE
               IF ARCH-ALQUILERES-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR "
                       NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                       ARCH-ALQUILERES-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.

       LEER-ARCH-ALQUILERES.
           READ ARCH-ALQUILERES RECORD.
           IF ARCH-ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER "
                   NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                   ARCH-ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       ACUMULAR-ALQUILER.
           PERFORM CALCULAR-MES-DEL-ALQUILER.
           IF MES-IDX-ALQ IS NOT LESS THAN MES-IDX-DESDE AND
               MES-IDX-ALQ IS NOT GREATER THAN MES-IDX-HASTA
               ADD 1 TO CNT-ALQ-LEIDOS
               PERFORM ACUMULAR-ALQ-COMUN
           END-IF.
           PERFORM LEER-ARCH-ALQUILERES.

       CALCULAR-MES-DEL-ALQUILER.
           MOVE ARCHALQ-FECHA-DESDE(5:4) TO MES-CALC-AAAA.
           MOVE ARCHALQ-FECHA-DESDE(3:2) TO MES-CALC-MM.
           COMPUTE MES-IDX-ALQ = MES-CALC-AAAA * 12 + MES-CALC-MM.

       ACUMULAR-ALQ-COMUN.
           PERFORM REGISTRAR-ALQ-VISTO.
           IF FLAG-ALQ-VISTO IS EQUAL TO 'NO'
               SET IND-FLOTA TO 1
               SEARCH FLOTA-ENTRADA
                   AT END
                       ADD 1 TO CNT-ALQ-SIN-AUTO
                   WHEN FLOTA-PATENTE(IND-FLOTA) IS EQUAL TO
                       ARCHALQ-PATENTE
                       ADD ARCHALQ-IMPORTE TO
                           FLOTA-INGRESOS(IND-FLOTA)
               END-SEARCH
           END-IF.

       REGISTRAR-ALQ-VISTO.
           MOVE 'NO' TO FLAG-ALQ-VISTO.
           MOVE 1 TO VISTO-I.
           PERFORM REVISAR-ALQ-VISTO UNTIL
               VISTO-I IS GREATER THAN VISTOS-CANT OR
               FLAG-ALQ-VISTO IS EQUAL TO 'SI'.
           IF FLAG-ALQ-VISTO IS EQUAL TO 'NO'
               IF VISTOS-CANT IS LESS THAN 10000
                   ADD 1 TO VISTOS-CANT
                   MOVE ARCHALQ-PATENTE TO
                       VISTO-PATENTE(VISTOS-CANT)
                   MOVE ARCHALQ-FECHA-DESDE TO
                       VISTO-FECHA-DESDE(VISTOS-CANT)
               ELSE
                   IF FLAG-AVISO-VISTOS IS EQUAL TO 'NO'
                       MOVE 'SI' TO FLAG-AVISO-VISTOS
                       DISPLAY "AVISO: TABLA DE ALQUILERES VISTOS "
                           "LLENA, PUEDE HABER DOBLE CONTEO"
                   END-IF
               END-IF
           END-IF.

       REVISAR-ALQ-VISTO.
           IF VISTO-PATENTE(VISTO-I) IS EQUAL TO ARCHALQ-PATENTE AND
               VISTO-FECHA-DESDE(VISTO-I) IS EQUAL TO
                   ARCHALQ-FECHA-DESDE
               MOVE 'SI' TO FLAG-ALQ-VISTO
           ELSE
               ADD 1 TO VISTO-I
           END-IF.

       ACUMULAR-COSTOS-TALLER.
           OPEN INPUT ORDENES-TALLER.
           IF ORDENES-TALLER-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ORDENES DE TALLER, NO SE "
                   "INFORMAN COSTOS DE TALLER"
           ELSE
               IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ORDENES-TALLER FS: "
                       ORDENES-TALLER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-ORDENES
               PERFORM ACUMULAR-ORDEN UNTIL
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

       ACUMULAR-ORDEN.
           IF NOT ORDEN-ABIERTA AND
               ORD-FECHA-CIERRE IS NOT LESS THAN FECHA-CIERRE-DESDE AND
               ORD-FECHA-CIERRE IS NOT GREATER THAN FECHA-CIERRE-HASTA
               ADD 1 TO CNT-ORDENES-PERIODO
               SET IND-FLOTA TO 1
               SEARCH FLOTA-ENTRADA
                   AT END
                       ADD 1 TO CNT-ORD-SIN-AUTO
                   WHEN FLOTA-PATENTE(IND-FLOTA) IS EQUAL TO
                       ORD-PATENTE
                       ADD ORD-COSTO TO FLOTA-TALLER(IND-FLOTA)
               END-SEARCH
           END-IF.
           PERFORM LEER-ORDENES.

       IMPRIMIR-INFORME.
           MOVE PARAMETRO-MES-DESDE(5:2) TO INF-E1-MM-DESDE.
           MOVE PARAMETRO-MES-DESDE(1:4) TO INF-E1-AAAA-DESDE.
           MOVE PARAMETRO-MES-HASTA(5:2) TO INF-E1-MM-HASTA.
           MOVE PARAMETRO-MES-HASTA(1:4) TO INF-E1-AAAA-HASTA.
           MOVE INF-ENCABEZADO-LINEA-1 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE VIDA-UTIL-MESES TO INF-E2-VIDA-UTIL.
           MOVE MARGEN-MINIMO TO INF-E2-MARGEN.
           MOVE EDAD-MAXIMA-MESES TO INF-E2-EDAD.
           MOVE INF-ENCABEZADO-LINEA-2 TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 1 TO FLOTA-I.
           PERFORM IMPRIMIR-LINEA-PATENTE UNTIL
               FLOTA-I IS GREATER THAN FLOTA-CANT.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM IMPRIMIR-RESUMEN-MARCAS.
           PERFORM IMPRIMIR-RESUMEN-TAMANOS.

       IMPRIMIR-LINEA-PATENTE.
           PERFORM CALCULAR-AMORTIZACION.
           COMPUTE MARGEN = FLOTA-INGRESOS(FLOTA-I) -
               FLOTA-TALLER(FLOTA-I) - AMORTIZACION.
           PERFORM EVALUAR-REEMPLAZO.
           MOVE FLOTA-PATENTE(FLOTA-I) TO INF-PATENTE.
           MOVE FLOTA-MARCA(FLOTA-I)(1:15) TO INF-MARCA.
           MOVE FLOTA-TAMANO(FLOTA-I) TO INF-TAMANO.
           MOVE EDAD-MESES TO INF-EDAD.
           MOVE FLOTA-INGRESOS(FLOTA-I)(1:8) TO INF-INGRESOS-ENTEROS.
           MOVE FLOTA-INGRESOS(FLOTA-I)(9:2) TO
               INF-INGRESOS-DECIMALES.
           MOVE FLOTA-TALLER(FLOTA-I)(1:8) TO INF-TALLER-ENTEROS.
           MOVE FLOTA-TALLER(FLOTA-I)(9:2) TO INF-TALLER-DECIMALES.
           MOVE AMORTIZACION(1:8) TO INF-AMORT-ENTEROS.
           MOVE AMORTIZACION(9:2) TO INF-AMORT-DECIMALES.
           MOVE MARGEN TO INF-MARGEN.
           EVALUATE TRUE
               WHEN FLAG-POR-MARGEN IS EQUAL TO 'SI' AND
                   FLAG-POR-EDAD IS EQUAL TO 'SI'
                   MOVE "REEMPLAZO MARG+EDAD" TO INF-OBSERVACION
               WHEN FLAG-POR-MARGEN IS EQUAL TO 'SI'
                   MOVE "REEMPLAZO POR MARGEN" TO INF-OBSERVACION
               WHEN FLAG-POR-EDAD IS EQUAL TO 'SI'
                   MOVE "REEMPLAZO POR EDAD" TO INF-OBSERVACION
               WHEN FLOTA-FECHA-COMPRA(FLOTA-I) IS EQUAL TO 0
                   MOVE "SIN DATOS DE COMPRA" TO INF-OBSERVACION
               WHEN OTHER
                   MOVE SPACES TO INF-OBSERVACION
           END-EVALUATE.
           MOVE INF-LINEA-PATENTE TO REG-INFORME.
           WRITE REG-INFORME.
           PERFORM ACUMULAR-EN-MARCA.
           PERFORM ACUMULAR-EN-TAMANO.
           ADD 1 TO FLOTA-I.

       CALCULAR-AMORTIZACION.
           MOVE 0 TO AMORTIZACION.
           MOVE 0 TO EDAD-MESES.
           IF FLOTA-FECHA-COMPRA(FLOTA-I) IS EQUAL TO 0
               ADD 1 TO CNT-SIN-DATOS-COMPRA
           ELSE
               MOVE FLOTA-FECHA-COMPRA(FLOTA-I)(1:4) TO MES-CALC-AAAA
               MOVE FLOTA-FECHA-COMPRA(FLOTA-I)(5:2) TO MES-CALC-MM
               COMPUTE MES-IDX-COMPRA = MES-CALC-AAAA * 12 +
                   MES-CALC-MM
               IF MES-IDX-HASTA IS GREATER THAN MES-IDX-COMPRA
                   COMPUTE EDAD-MESES = MES-IDX-HASTA - MES-IDX-COMPRA
               END-IF
               IF FLOTA-VALOR-RESIDUAL(FLOTA-I) IS LESS THAN
                   FLOTA-PRECIO-COMPRA(FLOTA-I)
                   COMPUTE VALOR-AMORTIZABLE =
                       FLOTA-PRECIO-COMPRA(FLOTA-I) -
                       FLOTA-VALOR-RESIDUAL(FLOTA-I)
                   PERFORM CALCULAR-MESES-AMORTIZADOS
                   IF MESES-AMORTIZADOS IS GREATER THAN 0
                       COMPUTE AMORTIZACION ROUNDED =
                           VALOR-AMORTIZABLE * MESES-AMORTIZADOS /
                           VIDA-UTIL-MESES
                   END-IF
               END-IF
           END-IF.

       CALCULAR-MESES-AMORTIZADOS.
           IF MES-IDX-COMPRA IS GREATER THAN MES-IDX-DESDE
               MOVE MES-IDX-COMPRA TO MES-IDX-PRIMERO
           ELSE
               MOVE MES-IDX-DESDE TO MES-IDX-PRIMERO
           END-IF.
           COMPUTE MES-IDX-ULTIMO = MES-IDX-COMPRA +
               VIDA-UTIL-MESES - 1.
           IF MES-IDX-HASTA IS LESS THAN MES-IDX-ULTIMO
               MOVE MES-IDX-HASTA TO MES-IDX-ULTIMO
           END-IF.
           COMPUTE MESES-AMORTIZADOS = MES-IDX-ULTIMO -
               MES-IDX-PRIMERO + 1.

       EVALUAR-REEMPLAZO.
           MOVE 'NO' TO FLAG-POR-MARGEN.
           MOVE 'NO' TO FLAG-POR-EDAD.
           MOVE 'NO' TO FLAG-CANDIDATO.
           IF MARGEN * 100 IS LESS THAN
               MARGEN-MINIMO * FLOTA-INGRESOS(FLOTA-I)
               MOVE 'SI' TO FLAG-POR-MARGEN
           END-IF.
           IF FLOTA-FECHA-COMPRA(FLOTA-I) IS NOT EQUAL TO 0 AND
               EDAD-MESES IS NOT LESS THAN EDAD-MAXIMA-MESES
               MOVE 'SI' TO FLAG-POR-EDAD
           END-IF.
           IF FLAG-POR-MARGEN IS EQUAL TO 'SI' OR
               FLAG-POR-EDAD IS EQUAL TO 'SI'
               MOVE 'SI' TO FLAG-CANDIDATO
               ADD 1 TO CNT-CANDIDATOS
           END-IF.

       ACUMULAR-EN-MARCA.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO MARCA-I.
           PERFORM BUSCAR-MARCA UNTIL
               MARCA-I IS GREATER THAN MARCAS-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO' AND
               MARCAS-CANT IS LESS THAN 100
               ADD 1 TO MARCAS-CANT
               MOVE MARCAS-CANT TO MARCA-I
               MOVE FLOTA-MARCA(FLOTA-I) TO MARCA-NOMBRE(MARCA-I)
               MOVE 0 TO MARCA-AUTOS(MARCA-I)
               MOVE 0 TO MARCA-INGRESOS(MARCA-I)
               MOVE 0 TO MARCA-TALLER(MARCA-I)
               MOVE 0 TO MARCA-AMORTIZACION(MARCA-I)
               MOVE 0 TO MARCA-MARGEN(MARCA-I)
               MOVE 0 TO MARCA-CANDIDATOS(MARCA-I)
               MOVE 'SI' TO FLAG-ENCONTRADO
           END-IF.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               ADD 1 TO MARCA-AUTOS(MARCA-I)
               ADD FLOTA-INGRESOS(FLOTA-I) TO MARCA-INGRESOS(MARCA-I)
               ADD FLOTA-TALLER(FLOTA-I) TO MARCA-TALLER(MARCA-I)
               ADD AMORTIZACION TO MARCA-AMORTIZACION(MARCA-I)
               ADD MARGEN TO MARCA-MARGEN(MARCA-I)
               IF FLAG-CANDIDATO IS EQUAL TO 'SI'
                   ADD 1 TO MARCA-CANDIDATOS(MARCA-I)
               END-IF
           ELSE
               DISPLAY "AVISO: TABLA DE MARCAS LLENA, MARCA: "
                   FLOTA-MARCA(FLOTA-I)
           END-IF.

       BUSCAR-MARCA.
           IF MARCA-NOMBRE(MARCA-I) IS EQUAL TO FLOTA-MARCA(FLOTA-I)
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO MARCA-I
           END-IF.

       ACUMULAR-EN-TAMANO.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO TAMANO-I.
           PERFORM BUSCAR-TAMANO UNTIL
               TAMANO-I IS GREATER THAN TAMANOS-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO' AND
               TAMANOS-CANT IS LESS THAN 10
               ADD 1 TO TAMANOS-CANT
               MOVE TAMANOS-CANT TO TAMANO-I
               MOVE FLOTA-TAMANO(FLOTA-I) TO TAMANO-CODIGO(TAMANO-I)
               MOVE 0 TO TAMANO-AUTOS(TAMANO-I)
               MOVE 0 TO TAMANO-INGRESOS(TAMANO-I)
               MOVE 0 TO TAMANO-TALLER(TAMANO-I)
               MOVE 0 TO TAMANO-AMORTIZACION(TAMANO-I)
               MOVE 0 TO TAMANO-MARGEN(TAMANO-I)
               MOVE 0 TO TAMANO-CANDIDATOS(TAMANO-I)
               MOVE 'SI' TO FLAG-ENCONTRADO
           END-IF.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               ADD 1 TO TAMANO-AUTOS(TAMANO-I)
               ADD FLOTA-INGRESOS(FLOTA-I) TO
                   TAMANO-INGRESOS(TAMANO-I)
               ADD FLOTA-TALLER(FLOTA-I) TO TAMANO-TALLER(TAMANO-I)
               ADD AMORTIZACION TO TAMANO-AMORTIZACION(TAMANO-I)
               ADD MARGEN TO TAMANO-MARGEN(TAMANO-I)
               IF FLAG-CANDIDATO IS EQUAL TO 'SI'
                   ADD 1 TO TAMANO-CANDIDATOS(TAMANO-I)
               END-IF
           ELSE
               DISPLAY "AVISO: TABLA DE TAMANOS LLENA, TAMANO: "
                   FLOTA-TAMANO(FLOTA-I)
           END-IF.

       BUSCAR-TAMANO.
           IF TAMANO-CODIGO(TAMANO-I) IS EQUAL TO
               FLOTA-TAMANO(FLOTA-I)
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO TAMANO-I
           END-IF.

       IMPRIMIR-RESUMEN-MARCAS.
           MOVE "Totales por marca" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-GRUPO-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 1 TO MARCA-I.
           PERFORM IMPRIMIR-LINEA-MARCA UNTIL
               MARCA-I IS GREATER THAN MARCAS-CANT.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-MARCA.
           MOVE MARCA-NOMBRE(MARCA-I) TO INF-GRUPO-ETIQUETA.
           MOVE MARCA-AUTOS(MARCA-I) TO INF-GRUPO-AUTOS.
           MOVE MARCA-INGRESOS(MARCA-I)(1:9) TO
               INF-GRUPO-INGRESOS-ENTEROS.
           MOVE MARCA-INGRESOS(MARCA-I)(10:2) TO
               INF-GRUPO-INGRESOS-DECIMALES.
           MOVE MARCA-TALLER(MARCA-I)(1:9) TO
               INF-GRUPO-TALLER-ENTEROS.
           MOVE MARCA-TALLER(MARCA-I)(10:2) TO
               INF-GRUPO-TALLER-DECIMALES.
           MOVE MARCA-AMORTIZACION(MARCA-I)(1:9) TO
               INF-GRUPO-AMORT-ENTEROS.
           MOVE MARCA-AMORTIZACION(MARCA-I)(10:2) TO
               INF-GRUPO-AMORT-DECIMALES.
           MOVE MARCA-MARGEN(MARCA-I) TO INF-GRUPO-MARGEN.
           MOVE MARCA-CANDIDATOS(MARCA-I) TO INF-GRUPO-CANDIDATOS.
           MOVE INF-LINEA-GRUPO TO REG-INFORME.
           WRITE REG-INFORME.
           ADD 1 TO MARCA-I.

       IMPRIMIR-RESUMEN-TAMANOS.
           MOVE "Totales por tamano" TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-GRUPO-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 1 TO TAMANO-I.
           PERFORM IMPRIMIR-LINEA-TAMANO UNTIL
               TAMANO-I IS GREATER THAN TAMANOS-CANT.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-TAMANO.
           MOVE SPACES TO INF-GRUPO-ETIQUETA.
           MOVE "Tamano " TO INF-GRUPO-ETIQUETA(1:7).
           MOVE TAMANO-CODIGO(TAMANO-I) TO INF-GRUPO-ETIQUETA(8:1).
           MOVE TAMANO-AUTOS(TAMANO-I) TO INF-GRUPO-AUTOS.
           MOVE TAMANO-INGRESOS(TAMANO-I)(1:9) TO
               INF-GRUPO-INGRESOS-ENTEROS.
           MOVE TAMANO-INGRESOS(TAMANO-I)(10:2) TO
               INF-GRUPO-INGRESOS-DECIMALES.
           MOVE TAMANO-TALLER(TAMANO-I)(1:9) TO
               INF-GRUPO-TALLER-ENTEROS.
           MOVE TAMANO-TALLER(TAMANO-I)(10:2) TO
               INF-GRUPO-TALLER-DECIMALES.
           MOVE TAMANO-AMORTIZACION(TAMANO-I)(1:9) TO
               INF-GRUPO-AMORT-ENTEROS.
           MOVE TAMANO-AMORTIZACION(TAMANO-I)(10:2) TO
               INF-GRUPO-AMORT-DECIMALES.
           MOVE TAMANO-MARGEN(TAMANO-I) TO INF-GRUPO-MARGEN.
           MOVE TAMANO-CANDIDATOS(TAMANO-I) TO INF-GRUPO-CANDIDATOS.
           MOVE INF-LINEA-GRUPO TO REG-INFORME.
           WRITE REG-INFORME.
           ADD 1 TO TAMANO-I.
