               RECORD KEY IS doccli-llave
               FILE STATUS IS FS-DOCCLI.

           SELECT datos-operadores
               ASSIGN TO
           "C:\PgmCobols\Data\usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operador-id
               FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  datos-usuarios.
       FD  datos-doccli.
           copy "C:\PgmCobols\FD\FDDocCliente.cpy".

       FD  datos-operadores.
           copy "C:\PgmCobols\FD\FDOperador.cpy".


       WORKING-STORAGE SECTION.
       01  fin-de-archivo      PIC X VALUE 'N'.
       01  FS-DOCCLI           PIC XX.
       01  FS-OPERADORES       PIC XX.
       01  WS-FALTA-DOC        PIC X.
       01  MSG-AVISO           PIC X VALUE "I".
       01  opcion              PIC X(1).
           05 WS-FECHA-NAC-OK  PIC X VALUE "S".
      *        S = FECHA NACIMIENTO YA VALIDADA COMO FORMATO CORRECTO,
      *        VALIDA-EDAD-MINIMA SOLO CALCULA LA EDAD SI ESTA EN "S".
           05 WS-AGENTE-ANT    PIC X(10).
      *        Agente de captacion con que se cargo el registro; en
      *        una mantencion no se puede cambiar.

      *    ACUMULA TODOS LOS ERRORES DE UNA PASADA DE VALIDAR-DATOS
      *    PARA MOSTRARLOS TODOS AL OPERADOR, EN VEZ DE DETENERSE EN
           05 CONSENT-EMAIL    PIC X.
           05 CONSENT-TELEFONO PIC X.
           05 CONSENT-POSTAL   PIC X.
           05 AGENTE           PIC X(10).
      *        Van al final del grupo para no desalinear el MOVE de
      *        grupo hacia VARIABLES-WS-PANTALLA; se copian aparte.

           05 WS-CONSENT-TELEFONO PIC X.
           05 WS-CONSENT-POSTAL   PIC X.
           05 WS-EMPRESA          PIC X(03).
           05 WS-AGENTE           PIC X(10).
           05 WS-SEGMENTO         PIC X(04).


       01 PAR-INP.
         03  LINE 20 COL 42 PIC X USING CONSENT-TELEFONO.
         03  LINE 20 COL 45 VALUE "CORREO POSTAL:".
         03  LINE 20 COL 60 PIC X USING CONSENT-POSTAL.
         03  LINE 21 COL 5 VALUE "AGENTE ORIGEN.: ".
         03  LINE 21 COL 22 PIC X(10) USING AGENTE.
         03  LINE 21 COL 34 VALUE "OPERADOR QUE TRAJO AL CLIENTE".
         03  LINE 22 COL 1 VALUE "----------------------------------".
         03  LINE 22 COL 35 VALUE "----------------------------------".
         03  LINE 22 COL 69 VALUE "-------------".
                   MOVE CONSENT-TELEFONO TO WS-CONSENT-TELEFONO
                   MOVE CONSENT-POSTAL   TO WS-CONSENT-POSTAL
                   MOVE LK-OPERADOR-EMPRESA TO WS-EMPRESA
                   MOVE AGENTE           TO WS-AGENTE
                   MOVE SPACES           TO WS-SEGMENTO

                   PERFORM VALIDAR-DATOS
                   IF WS-CANT-ERRORES = 0 THEN
           MOVE SPACES   TO CONSENT-EMAIL
           MOVE SPACES   TO CONSENT-TELEFONO
           MOVE SPACES   TO CONSENT-POSTAL
           MOVE SPACES   TO AGENTE
           MOVE SPACES   TO WS-AGENTE-ANT
           .

       CARGAR-CLIENTE-EXISTENTE.
              MOVE usuario-consent-email    TO CONSENT-EMAIL
              MOVE usuario-consent-telefono TO CONSENT-TELEFONO
              MOVE usuario-consent-postal   TO CONSENT-POSTAL
              MOVE usuario-agente       TO AGENTE
              MOVE usuario-agente       TO WS-AGENTE-ANT
           END-IF.
       CARGAR-CLIENTE-EXISTENTE-FIN.
           EXIT.
           PERFORM ACUMULAR-SI-HAY-ERROR
           PERFORM VALIDA-EMAIL
           PERFORM ACUMULAR-SI-HAY-ERROR
           PERFORM VALIDA-AGENTE THRU VALIDA-AGENTE-FIN
           PERFORM ACUMULAR-SI-HAY-ERROR

           PERFORM MOSTRAR-ERRORES-ACUMULADOS
           .
           END-IF
           .

      *    EL AGENTE DE CAPTACION ES OPCIONAL, PERO SI VIENE DEBE
      *    SER UN OPERADOR REGISTRADO; SE FIJA EN EL ALTA (LA
      *    COMISION DEPENDE DE EL) Y EN UNA MANTENCION NO CAMBIA.
       VALIDA-AGENTE.
           IF WS-ES-NUEVO = "N" THEN
              IF WS-AGENTE NOT = WS-AGENTE-ANT THEN
                 MOVE "EL AGENTE DE ORIGEN NO SE PUEDE MODIFICAR"
                                       TO MSG-ERROR
              END-IF
              GO TO VALIDA-AGENTE-FIN
           END-IF
           IF WS-AGENTE = SPACES THEN
              GO TO VALIDA-AGENTE-FIN
           END-IF
           OPEN INPUT datos-operadores
           IF FS-OPERADORES NOT = "00" THEN
              MOVE "NO SE PUDO VALIDAR EL AGENTE DE ORIGEN"
                                       TO MSG-ERROR
              GO TO VALIDA-AGENTE-FIN
           END-IF
           MOVE WS-AGENTE TO operador-id
           READ datos-operadores
               INVALID KEY
                   MOVE "AGENTE DE ORIGEN NO ES UN OPERADOR"
                                       TO MSG-ERROR
           END-READ
           CLOSE datos-operadores.
       VALIDA-AGENTE-FIN.
           EXIT.

       CALCULAR-LARGO-STRING.

           MOVE 0             TO STRING-LARGO
