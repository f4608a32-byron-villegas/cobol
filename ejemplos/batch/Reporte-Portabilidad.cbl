      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte de plazos de las solicitudes de portabilidad
      *          financiera en curso: por solicitud, sentido, RUT,
      *          etapa, fecha limite legal de la etapa y dias habiles
      *          que le quedan, con marca para las vencidas y las
      *          que estan por vencer, y el motivo de las que estan
      *          detenidas, para no reventar los plazos que fija la
      *          ley de portabilidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PORTABILIDAD.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Plazos de las solicitudes de portabilidad en curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PORTABILIDADES
               ASSIGN TO "portabilidades.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTB-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PORTABILIDADES.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PORTABILIDADES.
           COPY "PORTABILIDAD.CPY".
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PORTABILIDADES PIC X(2) VALUE "00".
      *    Dias habiles restantes bajo los cuales una etapa se marca
      *    por vencer.
       77 WS-DIAS-AVISO PIC 9(2) VALUE 2.
       77 WS-PORTABILIDADES-EOF PIC X VALUE 'N'.
           88 WS-PORTABILIDADES-FIN-ARCHIVO VALUE 'S'.
       77 WS-STATUS-FERIADOS PIC X(2) VALUE "00".
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO-ENTERO OCCURS 120 TIMES PIC S9(9) COMP.
       77 WS-FERIADOS-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-FERIADOS-INDICE PIC 9(3) COMP.
       77 WS-FERIADOS-EOF PIC X VALUE 'N'.
           88 WS-FERIADOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FHA-ENTERO PIC S9(9) COMP.
       77 WS-FHA-DIA-SEMANA PIC 9(1) COMP.
       77 WS-FHA-ES-HABIL PIC X VALUE 'N'.
           88 FECHA-ES-HABIL VALUE 'S'.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-LIMITE PIC S9(9) COMP.
       77 WS-DIAS-RESTANTES PIC 9(3) COMP VALUE 0.
       77 WS-FORMATO-DIAS PIC ZZ9.
       77 WS-TOTAL-EN-CURSO PIC 9(4) COMP VALUE 0.
       77 WS-TOTAL-VENCIDAS PIC 9(4) COMP VALUE 0.
       77 WS-TOTAL-POR-VENCER PIC 9(4) COMP VALUE 0.
       77 WS-TOTAL-DETENIDAS PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
            DISPLAY "------- PLAZOS DE PORTABILIDAD FINANCIERA -------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            PERFORM CARGAR-FERIADOS.

            PERFORM REVISAR-SOLICITUDES.

            DISPLAY "SOLICITUDES EN CURSO: " WS-TOTAL-EN-CURSO
            DISPLAY "  CON PLAZO VENCIDO: " WS-TOTAL-VENCIDAS
            DISPLAY "  POR VENCER: " WS-TOTAL-POR-VENCER
            DISPLAY "  DETENIDAS CON MOTIVO: " WS-TOTAL-DETENIDAS.

            STOP RUN.

            REVISAR-SOLICITUDES.
               OPEN INPUT ARCHIVO-PORTABILIDADES
               IF WS-STATUS-PORTABILIDADES = "35"
                   DISPLAY "NO EXISTEN SOLICITUDES DE PORTABILIDAD"
               ELSE
                   DISPLAY
                       "SOLICITUD    SEN RUT        EST LIMITE   DIAS"
                   MOVE 'N' TO WS-PORTABILIDADES-EOF
                   PERFORM UNTIL WS-PORTABILIDADES-FIN-ARCHIVO
                       READ ARCHIVO-PORTABILIDADES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PORTABILIDADES-EOF
                       END-READ
                       IF NOT WS-PORTABILIDADES-FIN-ARCHIVO
                          AND PTB-ESTA-EN-CURSO
                           PERFORM REVISAR-UNA-SOLICITUD
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PORTABILIDADES
               END-IF.

            REVISAR-UNA-SOLICITUD.
               ADD 1 TO WS-TOTAL-EN-CURSO
               PERFORM CONTAR-DIAS-RESTANTES
               MOVE WS-DIAS-RESTANTES TO WS-FORMATO-DIAS
               EVALUATE TRUE
                   WHEN WS-ENTERO-LIMITE < WS-ENTERO-HOY
                       ADD 1 TO WS-TOTAL-VENCIDAS
                       DISPLAY
                           PTB-NUMERO " " PTB-SENTIDO " " PTB-RUT " "
                           PTB-ESTADO " " PTB-FECHA-LIMITE " "
                           WS-FORMATO-DIAS " *** VENCIDA ***"
                   WHEN WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                       ADD 1 TO WS-TOTAL-POR-VENCER
                       DISPLAY
                           PTB-NUMERO " " PTB-SENTIDO " " PTB-RUT " "
                           PTB-ESTADO " " PTB-FECHA-LIMITE " "
                           WS-FORMATO-DIAS " *** POR VENCER ***"
                   WHEN OTHER
                       DISPLAY
                           PTB-NUMERO " " PTB-SENTIDO " " PTB-RUT " "
                           PTB-ESTADO " " PTB-FECHA-LIMITE " "
                           WS-FORMATO-DIAS
               END-EVALUATE
               IF PTB-MOTIVO NOT = SPACES
                   ADD 1 TO WS-TOTAL-DETENIDAS
                   DISPLAY "             MOTIVO: " PTB-MOTIVO
               END-IF.

            CONTAR-DIAS-RESTANTES.
      *        Dias habiles desde manana hasta la fecha limite,
      *        ambos inclusive; cero si la fecha limite ya paso o es
      *        hoy.
               MOVE 0 TO WS-DIAS-RESTANTES
               IF PTB-FECHA-LIMITE NUMERIC AND PTB-FECHA-LIMITE > 0
                   COMPUTE WS-ENTERO-LIMITE =
                       FUNCTION INTEGER-OF-DATE(PTB-FECHA-LIMITE)
               ELSE
                   MOVE WS-ENTERO-HOY TO WS-ENTERO-LIMITE
               END-IF
               MOVE WS-ENTERO-HOY TO WS-FHA-ENTERO
               PERFORM UNTIL WS-FHA-ENTERO >= WS-ENTERO-LIMITE
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
                   IF FECHA-ES-HABIL
                       ADD 1 TO WS-DIAS-RESTANTES
                   END-IF
               END-PERFORM.

            CARGAR-FERIADOS.
      *        Carga el calendario de feriados en memoria como fechas
      *        enteras (INTEGER-OF-DATE) para comparar rapido; si el
      *        archivo no existe todavia, solo se saltan sabados y
      *        domingos.
               MOVE 0 TO WS-FERIADOS-CANTIDAD
               OPEN INPUT ARCHIVO-FERIADOS
               IF WS-STATUS-FERIADOS NOT = "35"
                   MOVE 'N' TO WS-FERIADOS-EOF
                   PERFORM UNTIL WS-FERIADOS-FIN-ARCHIVO
                       READ ARCHIVO-FERIADOS
                           AT END
                               MOVE 'S' TO WS-FERIADOS-EOF
                           NOT AT END
                               IF FER-FECHA NUMERIC
                                  AND FER-FECHA > 0
                                  AND WS-FERIADOS-CANTIDAD < 120
                                   ADD 1 TO WS-FERIADOS-CANTIDAD
                                   COMPUTE WS-FERIADO-ENTERO
                                       (WS-FERIADOS-CANTIDAD) =
                                       FUNCTION INTEGER-OF-DATE
                                           (FER-FECHA)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-FERIADOS
               END-IF.

            VERIFICAR-DIA-HABIL.
      *        Deja WS-FHA-ES-HABIL segun la fecha entera en
      *        WS-FHA-ENTERO: sabado, domingo o feriado del
      *        calendario no son habiles. El dia 1 del calendario
      *        interno fue lunes, por eso MOD 7 da 6 para sabado y 0
      *        para domingo.
               MOVE 'S' TO WS-FHA-ES-HABIL
               COMPUTE WS-FHA-DIA-SEMANA =
                   FUNCTION MOD(WS-FHA-ENTERO, 7)
               IF WS-FHA-DIA-SEMANA = 0 OR WS-FHA-DIA-SEMANA = 6
                   MOVE 'N' TO WS-FHA-ES-HABIL
               ELSE
                   PERFORM VARYING WS-FERIADOS-INDICE FROM 1 BY 1
                           UNTIL WS-FERIADOS-INDICE
                                 > WS-FERIADOS-CANTIDAD
                       IF WS-FERIADO-ENTERO(WS-FERIADOS-INDICE)
                          = WS-FHA-ENTERO
                           MOVE 'N' TO WS-FHA-ES-HABIL
                           MOVE 999 TO WS-FERIADOS-INDICE
                       END-IF
                   END-PERFORM
               END-IF.

       END PROGRAM REPORTE-PORTABILIDAD.
