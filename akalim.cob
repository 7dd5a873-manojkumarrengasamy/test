090069*     Lauf AKADCM.                                           *     D02
09006A*     Datum: 12.09.2026                          NKZ: KLM   *     D02
09006B*                                                           *     D02
090070* D03 R58814                                                *     D03
090071*     Ticketanbindung: jeder Limitbruch wird ueber AKATKT   *     D03
090072*     im Ticketregister KA02AKTK gemeldet (Kategorie LIM,   *     D03
090073*     Schwere 1 bei Eindaemmung, sonst 2); ein offenes      *     D03
090074*     Ticket wird nicht doppelt eroeffnet. Ticketnummer     *     D03
090075*     und Ticketstatus stehen in der Alarmzeile LIMAUS.     *     D03
090076*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090077*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103890                                 PIC X(040) VALUE                 D02
1038A0                                 "01-INT-BENACHRICHTIGEN".        D02
1038B0    20 C-AKALIM                  PIC X(008) VALUE "AKALIM".       D02
1038B1     20 C-01-INT-TICKET-MELDEN    PIC X(040) VALUE                D03
1038B2                                  "01-INT-TICKET-MELDEN".         D03
103900/---------------------------------------------------------------*
104000* Formatzeile Alarmdatei LIMAUS                                 *
104100*---------------------------------------------------------------*
104900     05 LIM-D-ABWEICHUNG          PIC -(013)9,99.
105000     05 FILLER                    PIC X(001) VALUE SPACE.
105100     05 LIM-D-LIMIT               PIC 9(013),99.
105200     05 FILLER                    PIC X(001) VALUE SPACE.         D03
105201     05 LIM-D-TICKET-NR           PIC X(015).                     D03
105202     05 FILLER                    PIC X(001) VALUE SPACE.         D03
105203     05 LIM-D-TICKET-STATUS       PIC X(001).                     D03
105204     05 FILLER                    PIC X(032) VALUE SPACE.         D03
105300/---------------------------------------------------------------*
105400* Alarmtabelle KA02AKAL (Schluessel AK + Laufdatum + Uhrzeit)   *
105500*---------------------------------------------------------------*
107370 COPY CKAO0AIC.                                                   D02
107380 01  H-MELDUNGSTEXT               PIC X(120).                     D02
107390 01  H-ANZ-EINGEDAEMMT            PIC 9(005) COMP-3 VALUE ZERO.   D02
107391 COPY CKAITKT.                                                    D03
107400 01  DUMMY                        PIC X(001).
107500/---------------------------------------------------------------*
107600* Hilfsvariable                                                 *
122300     MOVE KAOSAL1-IW-ABWEICHUNG   TO LIM-D-ABWEICHUNG
122400     MOVE KA0AKRS-LIMIT-BETRAG    TO LIM-D-LIMIT
122500     ADD C-1                      TO H-ANZ-ALARME
122501     PERFORM 2350-TICKET-MELDEN   THRU 2350-TICKET-MELDEN-EXIT    D03
122600     MOVE LIM-DETAIL              TO LIM-DRUCKZEILE
122700     WRITE LIM-DRUCKZEILE
122710*    optionale automatische Eindaemmung des Kreises               D02
122900 2300-ALARM-AUSLOESEN-1002.
123000 2300-ALARM-AUSLOESEN-EXIT.
123100     EXIT.
123101/---------------------------------------------------------------* D03
123102* Limitbruch im Ticketregister melden; Ticketnummer und Status  * D03
123103* in die Alarmzeile uebernehmen                                 * D03
123104*---------------------------------------------------------------* D03
123105 2350-TICKET-MELDEN SECTION.                                      D03
123106 2350-TICKET-MELDEN-1001.                                         D03
123107     INITIALIZE KAITKT-EIN-AUSGABEBEREICH                         D03
123108     MOVE C-01-INT-TICKET-MELDEN  TO KAITKT-FUNKTION              D03
123109     MOVE C-AKALIM                TO KAITKT-PROGRAMM              D03
12310A                                     KAITKT-LAUF-PROGRAMM         D03
12310B     SET KAITKT-KAT-LIMIT         TO TRUE                         D03
12310C     IF KA0AKRS-EINDAEMMUNG-JA                                    D03
12310D     THEN                                                         D03
12310E       SET KAITKT-KRITISCH        TO TRUE                         D03
12310F     ELSE                                                         D03
12310G       SET KAITKT-HOCH            TO TRUE                         D03
12310H     END-IF                                                       D03
12310I     MOVE KA0AKRS-AK-NUMMER       TO KAITKT-AK-NUMMER             D03
12310J     MOVE SPACE                   TO KAITKT-REFERENZ              D03
12310K     MOVE H-LAUFDATUM             TO KAITKT-LAUFDATUM             D03
12310L     STRING "Limitbruch Abstimmkreis "                            D03
12310M            KA0AKRS-AK-NUMMER     DELIMITED BY SIZE               D03
12310N            " Abweichung"         DELIMITED BY SIZE               D03
12310O            LIM-D-ABWEICHUNG      DELIMITED BY SIZE               D03
12310P            " Limit "             DELIMITED BY SIZE               D03
12310Q            LIM-D-LIMIT           DELIMITED BY SIZE               D03
12310R       INTO KAITKT-TEXT                                           D03
12310S     END-STRING                                                   D03
12310T     CALL "AKATKT"                                                D03
12310U     USING KAITKT-EIN-AUSGABEBEREICH                              D03
12310V           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12310W     END-CALL                                                     D03
12310X     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
12310Y     MOVE KAITKT-TICKET-NR        TO LIM-D-TICKET-NR              D03
12310Z     MOVE KAITKT-STATUS           TO LIM-D-TICKET-STATUS          D03
123110     .                                                            D03
123111 2350-TICKET-MELDEN-1002.                                         D03
123112 2350-TICKET-MELDEN-EXIT.                                         D03
123113     EXIT.                                                        D03
123210/---------------------------------------------------------------* D02
123211* Eindaemmung: Quarantaene setzen, AKALCK-Sperre belegen,       * D02
123212* Vorfallseintrag eroeffnen, Fachbereichsleitung benachrichtigen* D02
