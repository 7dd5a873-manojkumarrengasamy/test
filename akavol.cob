090054*     Vergleichsbasis aus KA02AKVO.                          *     D01
090055*     Datum: 12.02.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
090057* D02 R58814                                                *     D02
090058*     Ticketanbindung: jede Meldung wird ueber AKATKT im    *     D02
090059*     Ticketregister KA02AKTK gemeldet (Kategorie VOL,      *     D02
090060*     Referenz = Meldung; KEINE-LIEFERUNG Schwere 2,        *     D02
090061*     AUSSER-BAND Schwere 3); ein offenes Ticket wird nicht *     D02
090062*     doppelt eroeffnet. Ticketnummer und Ticketstatus      *     D02
090063*     stehen in der Meldungszeile VOLAUS.                   *     D02
090064*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090065*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
104100     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104200     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104300     20 C-MAX-HISTORIE            PIC 9(004) VALUE 2000.
104301     20 C-AKAVOL                  PIC X(008) VALUE "AKAVOL".      D02
104302     20 C-01-INT-TICKET-MELDEN    PIC X(040) VALUE                D02
104303                                  "01-INT-TICKET-MELDEN".         D02
104400 01  C-MELDUNGEN.
104500     05 C-MELD-KEINE-LIEFERUNG    PIC X(015) VALUE
104600                                  "KEINE-LIEFERUNG".
105900     05 VOL-D-ANZ-HEUTE           PIC 9(007).
106000     05 FILLER                    PIC X(001) VALUE SPACE.
106100     05 VOL-D-ANZ-BASIS           PIC 9(007).
106200     05 FILLER                    PIC X(001) VALUE SPACE.         D02
106201     05 VOL-D-TICKET-NR           PIC X(015).                     D02
106202     05 FILLER                    PIC X(001) VALUE SPACE.         D02
106203     05 VOL-D-TICKET-STATUS       PIC X(001).                     D02
106204     05 FILLER                    PIC X(036) VALUE SPACE.         D02
106300/---------------------------------------------------------------*
106400* Volumenhistorie (Saetze des Vergleichsfensters)               *
106500*---------------------------------------------------------------*
107800  COPY CGSOVER.
107900  COPY CKA0AKRS.
108000  COPY CKA0AKVO.
108001 COPY CKAITKT.                                                    D02
108100 01  DUMMY                        PIC X(001).
108200/---------------------------------------------------------------*
108300* Hilfsvariable                                                 *
135300     MOVE KA0AKRS-AK-NUMMER       TO VOL-D-AK-NUMMER
135400     MOVE H-ANZ-HEUTE             TO VOL-D-ANZ-HEUTE
135500     MOVE H-BASIS-DURCHSCHNITT    TO VOL-D-ANZ-BASIS
135501     PERFORM 3450-TICKET-MELDEN   THRU 3450-TICKET-MELDEN-EXIT    D02
135600     MOVE VOL-DETAIL              TO VOL-DRUCKZEILE
135700     WRITE VOL-DRUCKZEILE
135800     .
135900 3400-MELDUNG-SCHREIBEN-1002.
136000 3400-MELDUNG-SCHREIBEN-EXIT.
136100     EXIT.
136101/---------------------------------------------------------------* D02
136102* Meldung im Ticketregister melden; Ticketnummer und Status in  * D02
136103* die Meldungszeile uebernehmen                                 * D02
136104*---------------------------------------------------------------* D02
136105 3450-TICKET-MELDEN SECTION.                                      D02
136106 3450-TICKET-MELDEN-1001.                                         D02
136107     INITIALIZE KAITKT-EIN-AUSGABEBEREICH                         D02
136108     MOVE C-01-INT-TICKET-MELDEN  TO KAITKT-FUNKTION              D02
136109     MOVE C-AKAVOL                TO KAITKT-PROGRAMM              D02
13610A                                     KAITKT-LAUF-PROGRAMM         D02
13610B     SET KAITKT-KAT-VOLUMEN       TO TRUE                         D02
13610C     IF VOL-D-MELDUNG             = C-MELD-KEINE-LIEFERUNG        D02
13610D     THEN                                                         D02
13610E       SET KAITKT-HOCH            TO TRUE                         D02
13610F     ELSE                                                         D02
13610G       SET KAITKT-MITTEL          TO TRUE                         D02
13610H     END-IF                                                       D02
13610I     MOVE KA0AKRS-AK-NUMMER       TO KAITKT-AK-NUMMER             D02
13610J     MOVE VOL-D-MELDUNG           TO KAITKT-REFERENZ              D02
13610K     MOVE VOL-P-LAUFDATUM         TO KAITKT-LAUFDATUM             D02
13610L     STRING "Volumenanomalie Abstimmkreis "                       D02
13610M            KA0AKRS-AK-NUMMER     DELIMITED BY SIZE               D02
13610N            " "                   DELIMITED BY SIZE               D02
13610O            VOL-D-MELDUNG         DELIMITED BY SPACE              D02
13610P            " heute "             DELIMITED BY SIZE               D02
13610Q            VOL-D-ANZ-HEUTE       DELIMITED BY SIZE               D02
13610R            " Basis "             DELIMITED BY SIZE               D02
13610S            VOL-D-ANZ-BASIS       DELIMITED BY SIZE               D02
13610T       INTO KAITKT-TEXT                                           D02
13610U     END-STRING                                                   D02
13610V     CALL "AKATKT"                                                D02
13610W     USING KAITKT-EIN-AUSGABEBEREICH                              D02
13610X           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
13610Y     END-CALL                                                     D02
13610Z     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D02
136110     MOVE KAITKT-TICKET-NR        TO VOL-D-TICKET-NR              D02
136111     MOVE KAITKT-STATUS           TO VOL-D-TICKET-STATUS          D02
136112     .                                                            D02
136113 3450-TICKET-MELDEN-1002.                                         D02
136114 3450-TICKET-MELDEN-EXIT.                                         D02
136115     EXIT.                                                        D02
136200/---------------------------------------------------------------*
136300* Programmende                                                  *
136400*---------------------------------------------------------------*
