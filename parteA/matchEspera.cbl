               03  ESP-NRODOC        PIC X(20).
               03  ESP-AGENCIA       PIC 99.
               03  ESP-PATENTE       PIC X(6).
               03  ESP-SUC-RETIRO    PIC 99.
               03  ESP-SUC-DEVOL     PIC 99.

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

        FD    ALQUILERES
            LABEL RECORD STANDARD.
               03  ALQ-ESTADO    PIC X.
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    AGENCIAS
            LABEL RECORD STANDARD.

        FD    ESPERA-ACT
            LABEL RECORD STANDARD.
        01    REG-ESPERA-ACT PIC X(50).

        FD    RESPALDO-ESP
            LABEL RECORD STANDARD.
        01    REG-RESPALDO-ESP PIC X(50).

        FD    OFERTAS
            LABEL RECORD OMITTED.
               05  ESPT-NRODOC        PIC X(20).
               05  ESPT-AGENCIA       PIC 99.
               05  ESPT-PATENTE       PIC X(6).
               05  ESPT-SUC-RETIRO    PIC 99.
               05  ESPT-SUC-DEVOL     PIC 99.
               05  ESPT-DESDE-DIAS    PIC 9(7).
               05  ESPT-HASTA-DIAS    PIC 9(7).
               05  ESPT-ESTADO        PIC X.
               05  VECAUT-TAMANO    PIC X.
               05  VECAUT-ESTADO    PIC X.
                   88  VECAUT-DISPONIBLE    VALUE "D".
               05  VECAUT-SUCURSAL  PIC 99.

       01 TABLA-OCUPACION.
           03 OCUP-CANT PIC 9(5) VALUE 0.
               05  OCUP-PATENTE      PIC X(6).
               05  OCUP-DESDE-DIAS   PIC 9(7).
               05  OCUP-HASTA-DIAS   PIC 9(7).
               05  OCUP-SUC-RETIRO   PIC 99.
               05  OCUP-SUC-DEVOL    PIC 99.

       01 TABLA-AGENCIAS.
           03 VECAG-ENTRADA OCCURS 99 TIMES.
       77 RANGO-DESDE-DIAS PIC 9(7).
       77 RANGO-HASTA-DIAS PIC 9(7).
       77 FLAG-RANGO-OCUPADO PIC X(2).
       77 RANGO-SUC-RETIRO PIC 99.
       77 RANGO-SUC-DEVOL PIC 99.
       77 UBIC-SUC-BASE PIC 99.
       77 UBIC-SUC-ANTERIOR PIC 99.
       77 UBIC-HASTA-ANTERIOR PIC 9(7).
       77 UBIC-SUC-SIGUIENTE PIC 99.
       77 UBIC-DESDE-SIGUIENTE PIC 9(7).
       77 FLAG-UBICACION-OK PIC X(2).
       77 FLAG-AUTO-HALLADO PIC X(2).
       77 FLAG-AGENCIA-IMPRESA PIC X(2).
       77 AUTO-OFRECIDO PIC 9(4).
           "output/listaEsperaAct.dat".
       77 RESPALDO-ESP-STATUS PIC X(2).
       77 CNT-RESPALDADAS PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 NOMBRE-ARCHIVO-ESPERA-RESP.
           03 FILLER PIC X(6) VALUE "input/".
           03 FILLER PIC X(11) VALUE "  Ofrecido ".
           03 OF-PATENTE PIC X(6).
           03 FILLER PIC X VALUE SPACE.
           03 OF-DESC PIC X(12).
           03 FILLER PIC X(5) VALUE " Suc ".
           03 OF-SUC-RETIRO PIC 99.
           03 FILLER PIC X VALUE ">".
           03 OF-SUC-DEVOL PIC 99.

       01 LINEA-VACIA.
           03 FILLER PIC X(100) VALUE SPACES.
           DISPLAY "Entradas vencidas depuradas: " CNT-VENCIDAS.
           DISPLAY "Ofertas generadas: " CNT-OFERTAS.
           DISPLAY "Entradas que siguen en espera: " CNT-PENDIENTES.
           IF CNT-ERRORES IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RESGUARDAR-ESPERA.
               IF RESPALDO-ESP-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR RESPALDO-ESP FS: "
                       RESPALDO-ESP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM COPIAR-ESPERA-A-RESPALDO
               IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR LISTA-ESPERA FS: "
                       LISTA-ESPERA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT RESPALDO-ESP
               IF RESPALDO-ESP-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR CREAR RESPALDO-ESP FS: "
                       RESPALDO-ESP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-ESPERA-RESPALDO
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RESPALDO-ESP-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR RESPALDO-ESP FS: "
                   RESPALDO-ESP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CNT-RESPALDADAS.
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ESPERA-ACT.
           IF ESPERA-ACT-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ESPERA-ACT FS: " ESPERA-ACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OFERTAS.
           IF OFERTAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR OFERTAS FS: " OFERTAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AUTOS RECORD.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTO.
               MOVE AUT-DESC TO VECAUT-DESC(AUTOS-CARGADOS)
               MOVE AUT-TAMANO TO VECAUT-TAMANO(AUTOS-CARGADOS)
               MOVE AUT-ESTADO TO VECAUT-ESTADO(AUTOS-CARGADOS)
               MOVE AUT-SUCURSAL TO VECAUT-SUCURSAL(AUTOS-CARGADOS)
           END-IF.
           PERFORM LEER-AUTOS.

           END-IF.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-OCUPACION.
               MOVE DIAS-CONVERTIDOS TO RANGO-HASTA-DIAS
               IF RANGO-HASTA-DIAS IS NOT LESS THAN HOY-DIAS
                   MOVE ALQ-PATENTE TO RANGO-PATENTE
                   MOVE ALQ-SUC-RETIRO TO RANGO-SUC-RETIRO
                   MOVE ALQ-SUC-DEVOL TO RANGO-SUC-DEVOL
                   PERFORM AGREGAR-OCUPACION
               END-IF
           END-IF.
       AGREGAR-OCUPACION.
           IF OCUP-CANT IS EQUAL TO 10000
               DISPLAY "ERROR TABLA DE OCUPACION LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO OCUP-CANT.
           MOVE RANGO-PATENTE TO OCUP-PATENTE(OCUP-CANT).
           MOVE RANGO-DESDE-DIAS TO OCUP-DESDE-DIAS(OCUP-CANT).
           MOVE RANGO-HASTA-DIAS TO OCUP-HASTA-DIAS(OCUP-CANT).
           MOVE RANGO-SUC-RETIRO TO OCUP-SUC-RETIRO(OCUP-CANT).
           MOVE RANGO-SUC-DEVOL TO OCUP-SUC-DEVOL(OCUP-CANT).

       CARGAR-AGENCIAS.
           PERFORM LIMPIAR-ENTRADA-AGENCIA VARYING AGE-I FROM 1 BY 1
           ELSE
               IF AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AGENCIAS FS: " AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-AGENCIAS
           READ AGENCIAS RECORD.
           IF AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AGENCIAS FS: " AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AGENCIA.
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-ENTRADA-ESPERA.
           IF ESPERA-CANT IS EQUAL TO 2000
               DISPLAY "ERROR TABLA DE ESPERA LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ESPERA-CANT.
           MOVE ESP-NRODOC TO ESPT-NRODOC(ESPERA-CANT).
           MOVE ESP-AGENCIA TO ESPT-AGENCIA(ESPERA-CANT).
           MOVE ESP-PATENTE TO ESPT-PATENTE(ESPERA-CANT).
           IF ESP-SUC-RETIRO IS NUMERIC
               MOVE ESP-SUC-RETIRO TO ESPT-SUC-RETIRO(ESPERA-CANT)
           ELSE
               MOVE 0 TO ESPT-SUC-RETIRO(ESPERA-CANT)
           END-IF.
           IF ESP-SUC-DEVOL IS NUMERIC AND ESP-SUC-DEVOL IS
               GREATER THAN 0
               MOVE ESP-SUC-DEVOL TO ESPT-SUC-DEVOL(ESPERA-CANT)
           ELSE
               MOVE ESPT-SUC-RETIRO(ESPERA-CANT) TO
                   ESPT-SUC-DEVOL(ESPERA-CANT)
           END-IF.
           MOVE ESP-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO ESPT-DESDE-DIAS(ESPERA-CANT).
           END-IF.
           ADD 1 TO OCUP-I.

       VERIFICAR-UBICACION.
           MOVE UBIC-SUC-BASE TO UBIC-SUC-ANTERIOR.
           MOVE 0 TO UBIC-HASTA-ANTERIOR.
           MOVE 0 TO UBIC-SUC-SIGUIENTE.
           MOVE 9999999 TO UBIC-DESDE-SIGUIENTE.
           MOVE 1 TO OCUP-I.
           PERFORM REVISAR-UBICACION-OCUPACION UNTIL
               OCUP-I IS GREATER THAN OCUP-CANT.
           MOVE 'SI' TO FLAG-UBICACION-OK.
           IF RANGO-SUC-RETIRO IS GREATER THAN 0 AND
               UBIC-SUC-ANTERIOR IS GREATER THAN 0 AND
               UBIC-SUC-ANTERIOR IS NOT EQUAL TO RANGO-SUC-RETIRO
               MOVE 'NO' TO FLAG-UBICACION-OK
           END-IF.
           IF RANGO-SUC-DEVOL IS GREATER THAN 0 AND
               UBIC-SUC-SIGUIENTE IS GREATER THAN 0 AND
               UBIC-SUC-SIGUIENTE IS NOT EQUAL TO RANGO-SUC-DEVOL
               MOVE 'NO' TO FLAG-UBICACION-OK
           END-IF.

       REVISAR-UBICACION-OCUPACION.
           IF OCUP-PATENTE(OCUP-I) IS EQUAL TO RANGO-PATENTE
               IF OCUP-HASTA-DIAS(OCUP-I) IS LESS THAN
                   RANGO-DESDE-DIAS AND
                   OCUP-HASTA-DIAS(OCUP-I) IS NOT LESS THAN
                   UBIC-HASTA-ANTERIOR
                   MOVE OCUP-HASTA-DIAS(OCUP-I) TO UBIC-HASTA-ANTERIOR
                   MOVE OCUP-SUC-DEVOL(OCUP-I) TO UBIC-SUC-ANTERIOR
               END-IF
               IF OCUP-DESDE-DIAS(OCUP-I) IS GREATER THAN
                   RANGO-HASTA-DIAS AND
                   OCUP-DESDE-DIAS(OCUP-I) IS LESS THAN
                   UBIC-DESDE-SIGUIENTE
                   MOVE OCUP-DESDE-DIAS(OCUP-I) TO
                       UBIC-DESDE-SIGUIENTE
                   MOVE OCUP-SUC-RETIRO(OCUP-I) TO UBIC-SUC-SIGUIENTE
               END-IF
           END-IF.
           ADD 1 TO OCUP-I.

       BUSCAR-OFERTA-PARA-ENTRADA.
           IF ESPT-PENDIENTE(ESPERA-I)
               MOVE 'NO' TO FLAG-AUTO-HALLADO
               MOVE ESPT-DESDE-DIAS(ESPERA-I) TO RANGO-DESDE-DIAS
               MOVE ESPT-HASTA-DIAS(ESPERA-I) TO RANGO-HASTA-DIAS
               MOVE ESPT-SUC-RETIRO(ESPERA-I) TO RANGO-SUC-RETIRO
               MOVE ESPT-SUC-DEVOL(ESPERA-I) TO RANGO-SUC-DEVOL
               MOVE 1 TO AUTO-I
               PERFORM REVISAR-AUTO-PARA-ESPERA UNTIL
                   AUTO-I IS GREATER THAN AUTOS-CARGADOS OR
               MOVE VECAUT-PATENTE(AUTO-I) TO RANGO-PATENTE
               PERFORM VERIFICAR-RANGO-OCUPADO
               IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
                   MOVE VECAUT-SUCURSAL(AUTO-I) TO UBIC-SUC-BASE
                   PERFORM VERIFICAR-UBICACION
                   IF FLAG-UBICACION-OK IS EQUAL TO 'SI'
                       MOVE 'SI' TO FLAG-AUTO-HALLADO
                       MOVE AUTO-I TO AUTO-OFRECIDO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO AUTO-I.
           MOVE ESPT-FECHA-HASTA(ESPERA-I)(3:2) TO OF-HASTA-MM.
           MOVE ESPT-FECHA-HASTA(ESPERA-I)(5:4) TO OF-HASTA-AAAA.
           MOVE ESPT-PATENTE-OFRECIDA(ESPERA-I) TO OF-PATENTE.
           MOVE ESPT-SUC-RETIRO(ESPERA-I) TO OF-SUC-RETIRO.
           MOVE ESPT-SUC-DEVOL(ESPERA-I) TO OF-SUC-DEVOL.
           PERFORM BUSCAR-DESC-AUTO-OFRECIDO.
           MOVE OF-LINEA-OFERTA TO REG-OFERTAS.
           WRITE REG-OFERTAS.
       REVISAR-DESC-AUTO.
           IF VECAUT-PATENTE(AUTO-I) IS EQUAL TO
               ESPT-PATENTE-OFRECIDA(ESPERA-I)
               MOVE VECAUT-DESC(AUTO-I)(1:12) TO OF-DESC
           END-IF.
           ADD 1 TO AUTO-I.

               MOVE ESPT-NRODOC(ESPERA-I) TO ESP-NRODOC
               MOVE ESPT-AGENCIA(ESPERA-I) TO ESP-AGENCIA
               MOVE ESPT-PATENTE(ESPERA-I) TO ESP-PATENTE
               MOVE ESPT-SUC-RETIRO(ESPERA-I) TO ESP-SUC-RETIRO
               MOVE ESPT-SUC-DEVOL(ESPERA-I) TO ESP-SUC-DEVOL
               WRITE REG-ESPERA-ACT FROM REG-LISTA-ESPERA
               IF ESPERA-ACT-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR GRABAR ESPERA-ACT FS: "
                       ESPERA-ACT-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.
           ADD 1 TO ESPERA-I.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "ERROR AL BORRAR LISTA-ESPERA, RC: "
                   RETURN-CODE
               ADD 1 TO CNT-ERRORES
           END-IF.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ARCHIVO-ESPERA-ACT
               NOMBRE-ARCHIVO-ESPERA.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "ERROR AL PROMOVER LISTA-ESPERA, RC: "
                   RETURN-CODE
               ADD 1 TO CNT-ERRORES
               DISPLAY "RESTAURAR DESDE EL RESPALDO: "
                   NOMBRE-ARCHIVO-ESPERA-RESP
           END-IF.
