      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Entrega el texto de una plantilla de carta o aviso
      *          vigente a una fecha: busca en el registro de
      *          plantillas (plantillas.dat / plantillas_texto.dat,
      *          mantenido con MantenedorPlantillas) la version
      *          activada cuya vigencia cubre la fecha. Si el codigo
      *          no tiene version vigente se lee, como siempre, el
      *          archivo plano plantilla_<codigo>.txt del directorio
      *          de datos. Lo usan GenerarCartas, CobranzaEtapas y
      *          ReajusteTarifas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargarPlantilla.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-plantillas
               ASSIGN TO
           "C:\PgmCobols\Data\plantillas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS plant-llave
               FILE STATUS IS FS-PLANTILLAS.

           SELECT datos-plant-texto
               ASSIGN TO
           "C:\PgmCobols\Data\plantillas_texto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ptxt-llave
               FILE STATUS IS FS-PLANT-TEXTO.

           SELECT archivo-plantilla ASSIGN TO DYNAMIC WS-RUTA-PLANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANTILLA.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-plantillas.
           copy "C:\PgmCobols\FD\FDPlantilla.cpy".

       FD  datos-plant-texto.
           copy "C:\PgmCobols\FD\FDPlantillaTexto.cpy".

       FD  archivo-plantilla.
       01  plantilla-linea       PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-PLANTILLAS         PIC XX.
       01  FS-PLANT-TEXTO        PIC XX.
       01  FS-PLANTILLA          PIC XX.
       01  fin-de-archivo        PIC X.
       01  fin-plantilla         PIC X.
       01  WS-RUTA-PLANT         PIC X(60).
       01  WS-NOMBRE-ARCHIVO     PIC X(20).

       LINKAGE SECTION.
       01 PAR-ENTRADA-PLANT.
           05  lk-pl-codigo    PIC X(20).
           05  lk-pl-fecha     PIC 9(08).
      *        Fecha a la que se pide el texto (la de la corrida).
       01 PAR-SALIDA-PLANT.
           05  lk-pl-version   PIC 9(03).
           05  lk-pl-origen    PIC X.
      *        R = registro de plantillas, A = archivo plano,
      *        blanco = no hay plantilla (lk-pl-cant en 0).
           05  lk-pl-cant      PIC 9(03).
           05  lk-pl-linea OCCURS 100 TIMES PIC X(120).

       PROCEDURE DIVISION USING PAR-ENTRADA-PLANT
                                PAR-SALIDA-PLANT.
       MAIN-PROCEDURE.
           MOVE 0      TO lk-pl-version lk-pl-cant
           MOVE SPACE  TO lk-pl-origen

           OPEN INPUT datos-plantillas
           IF FS-PLANTILLAS = "00" THEN
              PERFORM BUSCAR-VERSION-VIGENTE
              CLOSE datos-plantillas
           END-IF
           IF lk-pl-version > 0 THEN
              OPEN INPUT datos-plant-texto
              IF FS-PLANT-TEXTO = "00" THEN
                 PERFORM LEER-TEXTO-REGISTRO
                 CLOSE datos-plant-texto
              END-IF
           END-IF
           IF lk-pl-cant = 0 THEN
              MOVE 0 TO lk-pl-version
              PERFORM LEER-ARCHIVO-PLANO
           END-IF
           GOBACK.

      *    LAS VERSIONES DE UN CODIGO SON CONSECUTIVAS EN LA LLAVE;
      *    LA VIGENTE ES LA ACTIVADA CUYO RANGO CUBRE LA FECHA.
       BUSCAR-VERSION-VIGENTE.
           MOVE "N"          TO fin-de-archivo
           MOVE lk-pl-codigo TO plant-codigo
           MOVE 0            TO plant-version
           START datos-plantillas KEY IS NOT < plant-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S"
               READ datos-plantillas NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF plant-codigo NOT = lk-pl-codigo THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          IF plant-activada AND
                             plant-vig-desde NOT > lk-pl-fecha AND
                             plant-vig-hasta NOT < lk-pl-fecha THEN
                             MOVE plant-version TO lk-pl-version
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       LEER-TEXTO-REGISTRO.
           MOVE "N"           TO fin-de-archivo
           MOVE lk-pl-codigo  TO ptxt-codigo
           MOVE lk-pl-version TO ptxt-version
           MOVE 0             TO ptxt-linea
           START datos-plant-texto KEY IS NOT < ptxt-llave
               INVALID KEY
                   MOVE "S" TO fin-de-archivo
           END-START
           PERFORM UNTIL fin-de-archivo = "S" OR lk-pl-cant = 100
               READ datos-plant-texto NEXT RECORD
                   AT END
                       MOVE "S" TO fin-de-archivo
                   NOT AT END
                       IF ptxt-codigo NOT = lk-pl-codigo OR
                          ptxt-version NOT = lk-pl-version THEN
                          MOVE "S" TO fin-de-archivo
                       ELSE
                          ADD 1 TO lk-pl-cant
                          MOVE ptxt-texto TO lk-pl-linea(lk-pl-cant)
                       END-IF
               END-READ
           END-PERFORM
           IF lk-pl-cant > 0 THEN
              MOVE "R" TO lk-pl-origen
           END-IF
           .

      *    SIN VERSION VIGENTE: plantilla_<codigo en minusculas>.txt
      *    (plantilla_carta.txt, plantilla_cobranza1.txt, ...).
       LEER-ARCHIVO-PLANO.
           MOVE lk-pl-codigo TO WS-NOMBRE-ARCHIVO
           INSPECT WS-NOMBRE-ARCHIVO
                   CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           TO "abcdefghijklmnopqrstuvwxyz"
           MOVE SPACES TO WS-RUTA-PLANT
           STRING "C:\PgmCobols\Data\plantilla_" DELIMITED BY SIZE
                  WS-NOMBRE-ARCHIVO              DELIMITED BY SPACE
                  ".txt"                         DELIMITED BY SIZE
                     INTO WS-RUTA-PLANT
           END-STRING
           MOVE "N" TO fin-plantilla
           OPEN INPUT archivo-plantilla
           IF FS-PLANTILLA NOT = "00" THEN
              MOVE "S" TO fin-plantilla
           END-IF
           PERFORM UNTIL fin-plantilla = "S" OR lk-pl-cant = 100
               READ archivo-plantilla INTO plantilla-linea
                   AT END
                       MOVE "S" TO fin-plantilla
                   NOT AT END
                       ADD 1 TO lk-pl-cant
                       MOVE plantilla-linea TO lk-pl-linea(lk-pl-cant)
               END-READ
           END-PERFORM
           IF FS-PLANTILLA = "00" OR FS-PLANTILLA = "10" THEN
              CLOSE archivo-plantilla
           END-IF
           IF lk-pl-cant > 0 THEN
              MOVE "A" TO lk-pl-origen
           END-IF
           .

       END PROGRAM CargarPlantilla.
