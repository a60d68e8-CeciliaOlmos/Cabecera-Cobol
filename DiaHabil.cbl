      ******************************************************************
      * Author:
      * Date:
      * Purpose: Business-day calendar, CALLed by every program that
      *          counts or moves a date over working days instead of
      *          calendar days. Saturdays and Sundays are found by
      *          arithmetic (Zeller's congruence); the holidays and
      *          closures are the FERIADOS master a supervisor keeps
      *          through MantenerFeriados, one record per date:
      *          tipo "F" feriado (club and banks closed), "B"
      *          bank-only holiday (the club opens), "C" club closed
      *          (the banks work). A site without FERIADOS yet only
      *          skips weekends, the behaviour before the calendar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-HABIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FERIADOS is resolved through the runtime environment the
      *    same way as the rest of this system's files.
           SELECT FERIADOS
           ASSIGN TO "FERIADOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS fer-fecha
           FILE STATUS IS ws-feriados-status.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 fer-tipo pic x.
           03 fer-descripcion pic x(30).
           03 fer-supervisor pic x(10).
           03 fer-fecha-alta pic 9(8).

       WORKING-STORAGE SECTION.
       01  ws-feriados-status pic xx.
       01  w-hay-feriados pic x value "N".
       01  w-fecha pic 9(8).
       01  filler REDEFINES w-fecha.
           03 w-aaaa pic 9(4).
           03 w-mm pic 9(2).
           03 w-dd pic 9(2).
       01  w-habil pic x.
       01  w-contados pic 9(3).
      *    Days per month for walking the calendar; February's 28
      *    is stretched to 29 when the year divides by 4 but not by
      *    100, or by 400.
       01  w-dias-tabla pic x(24) value "312831303130313130313031".
       01  filler REDEFINES w-dias-tabla.
           03 w-dias-mes OCCURS 12 TIMES pic 99.
       01  w-dias-limite pic 99.
       01  w-cociente pic 9(6).
       01  w-resto-div pic 9(4).
       01  w-bisiesto pic x value "N".
      *    Zeller's congruence workbench: January and February count
      *    as months 13 and 14 of the year before; the answer is 0
      *    for Saturday, 1 for Sunday, 2 for Monday ... 6 for Friday.
       01  w-z-anio pic 9(4).
       01  w-z-mes pic 9(2).
       01  w-z-termino pic 9(4).
       01  w-z-mes-13 pic 9(4).
       01  w-z-anio-4 pic 9(4).
       01  w-z-anio-100 pic 9(4).
       01  w-z-anio-400 pic 9(4).
       01  w-z-suma pic 9(6).
       01  w-dia-semana pic 9.

       LINKAGE SECTION.
      *    "V" verifies lk-fecha; "P" moves lk-fecha forward to the
      *    first working day on or after it; "S" adds lk-dias working
      *    days to lk-fecha.
       01  lk-accion pic x.
      *    Which calendar: "B" bank working days (Monday to Friday,
      *    no "F" nor "B" date), "H" the club's office working days
      *    (Monday to Friday, no "F" nor "C" date), "A" the club
      *    open (any day of the week, no "F" nor "C" date).
       01  lk-tipo pic x.
       01  lk-fecha pic 9(8).
       01  lk-dias pic 9(3).
      *    "S" when the verified date is a working day ("P" and "S"
      *    always answer "S"), with lk-descripcion naming the
      *    weekend day or the holiday when it is not.
       01  lk-resultado pic x.
       01  lk-descripcion pic x(30).

       PROCEDURE DIVISION USING lk-accion, lk-tipo, lk-fecha,
           lk-dias, lk-resultado, lk-descripcion.
       MAIN-PROCEDURE.
           MOVE "N" TO w-hay-feriados.
           OPEN INPUT FERIADOS.
           IF ws-feriados-status IS EQUAL "00"
               MOVE "S" TO w-hay-feriados
           END-IF.
           MOVE lk-fecha TO w-fecha.
           IF lk-accion IS EQUAL "V"
               PERFORM 200-EVALUAR-DIA
               MOVE w-habil TO lk-resultado
           END-IF.
           IF lk-accion IS EQUAL "P"
               PERFORM 200-EVALUAR-DIA
               PERFORM UNTIL w-habil IS EQUAL "S"
                   PERFORM 300-SUMAR-DIA
                   PERFORM 200-EVALUAR-DIA
               END-PERFORM
               MOVE w-fecha TO lk-fecha
               MOVE "S" TO lk-resultado
           END-IF.
           IF lk-accion IS EQUAL "S"
               MOVE ZERO TO w-contados
               PERFORM UNTIL w-contados IS NOT < lk-dias
                   PERFORM 300-SUMAR-DIA
                   PERFORM 200-EVALUAR-DIA
                   IF w-habil IS EQUAL "S"
                       ADD 1 TO w-contados
                   END-IF
               END-PERFORM
               MOVE w-fecha TO lk-fecha
               MOVE "S" TO lk-resultado
           END-IF.
           IF w-hay-feriados IS EQUAL "S"
               CLOSE FERIADOS
           END-IF.
           GOBACK.

       200-EVALUAR-DIA.
           MOVE "S" TO w-habil.
           MOVE SPACES TO lk-descripcion.
           IF lk-tipo IS NOT EQUAL "A"
               PERFORM 210-DIA-SEMANA
               IF w-dia-semana IS EQUAL 0
                   MOVE "N" TO w-habil
                   MOVE "SABADO" TO lk-descripcion
               END-IF
               IF w-dia-semana IS EQUAL 1
                   MOVE "N" TO w-habil
                   MOVE "DOMINGO" TO lk-descripcion
               END-IF
           END-IF.
           IF w-habil IS EQUAL "S" AND w-hay-feriados IS EQUAL "S"
               MOVE w-fecha TO fer-fecha
               READ FERIADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 220-APLICAR-FERIADO
               END-READ
           END-IF.

       210-DIA-SEMANA.
           MOVE w-aaaa TO w-z-anio.
           MOVE w-mm TO w-z-mes.
           IF w-z-mes IS < 3
               ADD 12 TO w-z-mes
               SUBTRACT 1 FROM w-z-anio
           END-IF.
           COMPUTE w-z-termino = 13 * (w-z-mes + 1).
           DIVIDE w-z-termino BY 5 GIVING w-z-mes-13.
           DIVIDE w-z-anio BY 4 GIVING w-z-anio-4.
           DIVIDE w-z-anio BY 100 GIVING w-z-anio-100.
           DIVIDE w-z-anio BY 400 GIVING w-z-anio-400.
           COMPUTE w-z-suma = w-dd + w-z-mes-13 + w-z-anio
               + w-z-anio-4 - w-z-anio-100 + w-z-anio-400.
           DIVIDE w-z-suma BY 7
               GIVING w-cociente REMAINDER w-dia-semana.

       220-APLICAR-FERIADO.
      *    A national feriado closes everything; a bank-only holiday
      *    matters only to the bank calendar, a club closure only to
      *    the club's.
           IF fer-tipo IS EQUAL "F"
               MOVE "N" TO w-habil
           END-IF.
           IF fer-tipo IS EQUAL "B" AND lk-tipo IS EQUAL "B"
               MOVE "N" TO w-habil
           END-IF.
           IF fer-tipo IS EQUAL "C" AND lk-tipo IS NOT EQUAL "B"
               MOVE "N" TO w-habil
           END-IF.
           IF w-habil IS EQUAL "N"
               MOVE fer-descripcion TO lk-descripcion
           END-IF.

       300-SUMAR-DIA.
           MOVE w-dias-mes(w-mm) TO w-dias-limite.
           IF w-mm IS EQUAL 2
               PERFORM 310-VERIFICAR-BISIESTO
               IF w-bisiesto IS EQUAL "S"
                   MOVE 29 TO w-dias-limite
               END-IF
           END-IF.
           ADD 1 TO w-dd.
           IF w-dd IS > w-dias-limite
               MOVE 1 TO w-dd
               ADD 1 TO w-mm
               IF w-mm IS > 12
                   MOVE 1 TO w-mm
                   ADD 1 TO w-aaaa
               END-IF
           END-IF.

       310-VERIFICAR-BISIESTO.
           MOVE "N" TO w-bisiesto.
           DIVIDE w-aaaa BY 4
               GIVING w-cociente REMAINDER w-resto-div.
           IF w-resto-div IS EQUAL ZERO
               MOVE "S" TO w-bisiesto
               DIVIDE w-aaaa BY 100
                   GIVING w-cociente REMAINDER w-resto-div
               IF w-resto-div IS EQUAL ZERO
                   MOVE "N" TO w-bisiesto
                   DIVIDE w-aaaa BY 400
                       GIVING w-cociente REMAINDER w-resto-div
                   IF w-resto-div IS EQUAL ZERO
                       MOVE "S" TO w-bisiesto
                   END-IF
               END-IF
           END-IF.

       END PROGRAM DIA-HABIL.
