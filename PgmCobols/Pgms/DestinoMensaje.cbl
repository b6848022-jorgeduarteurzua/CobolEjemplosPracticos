      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Indica si un aviso a operadores (mensajes.dat) va
      *          dirigido a un operador dado, segun el destino del
      *          aviso: todos, un perfil, una region o una sucursal.
      *          La sucursal se resuelve con la dotacion
      *          (dotacion.dat): el operador es de la sucursal si
      *          tiene turno en ella algun dia de la semana. Lo usan
      *          PanelControl y ReporteMensajes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DestinoMensaje.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT datos-dotacion
               ASSIGN TO
           "C:\PgmCobols\Data\dotacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dot-llave
               FILE STATUS IS FS-DOTACION.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-dotacion.
           copy "C:\PgmCobols\FD\FDDotacion.cpy".

       WORKING-STORAGE SECTION.
       01  FS-DOTACION       PIC XX.
       01  WS-DIA            PIC 9.

       LINKAGE SECTION.
       01 PAR-ENTRADA-DESTINO.
           05 LK-DE-TIPO          PIC X.
           05 LK-DE-VALOR         PIC X(30).
           05 LK-DE-OPERADOR      PIC X(10).
           05 LK-DE-PERFIL        PIC X.
           05 LK-DE-REGION        PIC X(30).
       01 PAR-SALIDA-DESTINO.
           05 LK-DE-APLICA        PIC X.
      *        S = el aviso es para el operador; N = no

       PROCEDURE DIVISION USING PAR-ENTRADA-DESTINO
                                PAR-SALIDA-DESTINO.
       MAIN-PROCEDURE.

           MOVE "N" TO LK-DE-APLICA
           EVALUATE LK-DE-TIPO
               WHEN "T"
                   MOVE "S" TO LK-DE-APLICA
               WHEN "P"
                   IF LK-DE-VALOR(1:1) = LK-DE-PERFIL THEN
                      MOVE "S" TO LK-DE-APLICA
                   END-IF
               WHEN "R"
                   IF LK-DE-VALOR = LK-DE-REGION THEN
                      MOVE "S" TO LK-DE-APLICA
                   END-IF
               WHEN "S"
                   PERFORM BUSCAR-EN-DOTACION
           END-EVALUATE

           GOBACK.

       BUSCAR-EN-DOTACION.
           OPEN INPUT datos-dotacion
           IF FS-DOTACION = "00" THEN
              PERFORM VARYING WS-DIA FROM 1 BY 1
                      UNTIL WS-DIA > 7 OR LK-DE-APLICA = "S"
                 MOVE LK-DE-VALOR(1:4) TO dot-sucursal
                 MOVE WS-DIA           TO dot-dia-sem
                 MOVE LK-DE-OPERADOR   TO dot-operador
                 READ datos-dotacion
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE "S" TO LK-DE-APLICA
                 END-READ
              END-PERFORM
              CLOSE datos-dotacion
           END-IF
           .

       END PROGRAM DestinoMensaje.
