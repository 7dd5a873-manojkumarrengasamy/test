090052*     Neuanlage - Tagesbericht zentrales Laufregister.      *     D01
090053*     Datum: 14.12.2025                          NKZ: KLM   *     D01
090054*                                                           *     D01
090055* D02 R58810                                                *     D02
090056*     AKAOPX (Schnappschuss offene Posten) als Kettenglied  *     D02
090057*     nach AKAKON aufgenommen.                              *     D02
090058*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090059*                                                           *     D02
090060* D03 R58814                                                *     D03
090061*     Ticketanbindung: ein begonnener, nicht beendeter      *     D03
090062*     Lauf (abgebrochen) wird ueber AKATKT im Ticket-       *     D03
090063*     register KA02AKTK gemeldet (Kategorie ABR, Referenz   *     D03
090064*     = Programm, Schwere 1); ein offenes Ticket wird nicht *     D03
090065*     doppelt eroeffnet. Ticketnummer und Ticketstatus      *     D03
090066*     stehen in der Berichtszeile.                          *     D03
090067*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090068*                                                           *     D03
090069* D04 R58819                                                *     D04
090070*     Berichtsverteilung AKABVT als letztes Kettenglied     *     D04
090071*     nach AKAARC aufgenommen.                              *     D04
090072*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090073*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103700     20 C-OBJEKT-TAB-KA03AKRG     PIC X(009) VALUE "KA03AKRG".
103800     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
103900     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
103901     20 C-01-INT-TICKET-MELDEN    PIC X(040) VALUE                D03
103902                                  "01-INT-TICKET-MELDEN".         D03
103903     20 C-AKARUNR                 PIC X(008) VALUE "AKARUNR".     D03
104000/---------------------------------------------------------------*
104100* Erwartete Programme der Nachtkette                            *
104200*---------------------------------------------------------------*
104300 01  C-KETTE.
104400     05 FILLER                    PIC X(008) VALUE "AKAKON".
104401     05 FILLER                    PIC X(008) VALUE "AKAOPX".      D02
104500     05 FILLER                    PIC X(008) VALUE "AKAESK".
104600     05 FILLER                    PIC X(008) VALUE "AKAAGR".
104700     05 FILLER                    PIC X(008) VALUE "AKAKPI".
104900     05 FILLER                    PIC X(008) VALUE "AKADLA".
105000     05 FILLER                    PIC X(008) VALUE "AKAGLA".
105100     05 FILLER                    PIC X(008) VALUE "AKAARC".
105101     05 FILLER                    PIC X(008) VALUE "AKABVT".      D04
105200 01  C-KETTE-TAB REDEFINES C-KETTE.
105300     05 C-KETTE-PROGRAMM          PIC X(008) OCCURS 10.           D04
105400 01  H-KETTE-GESEHEN.
105500     05 H-KETTE-GESEHEN-KZ        PIC X(001) OCCURS 10.           D04
105600/---------------------------------------------------------------*
105700* Berichtszeilen                                                *
105800*---------------------------------------------------------------*
106800     05 RUN-D-FEHLER              PIC 9(009).
106900     05 FILLER                    PIC X(001) VALUE SPACE.
107000     05 RUN-D-STARTS              PIC 9(003).
107100     05 FILLER                    PIC X(001) VALUE SPACE.         D03
107101     05 RUN-D-TICKET-NR           PIC X(015).                     D03
107102     05 FILLER                    PIC X(001) VALUE SPACE.         D03
107103     05 RUN-D-TICKET-STATUS       PIC X(001).                     D03
107104     05 FILLER                    PIC X(031) VALUE SPACE.         D03
107200/---------------------------------------------------------------*
107300* Meldungsgewichte, Verstaendigungsbereich, Zeilenscan          *
107400*---------------------------------------------------------------*
107500  COPY DCTGRCGE.
107600  COPY CGSOVER.
107700  COPY CKA0AKRG.
107701 COPY CKAITKT.                                                    D03
107800 01  DUMMY                        PIC X(001).
107900/---------------------------------------------------------------*
108000* Hilfsvariable                                                 *
117500 2200-LAUF-MELDEN SECTION.
117600 2200-LAUF-MELDEN-1001.
117700     PERFORM VARYING H-INDEX FROM 1 BY 1
117800             UNTIL H-INDEX        > 10                            D04
117900       IF C-KETTE-PROGRAMM (H-INDEX)
118000          = KA0AKRG-PROGRAMM
118100       THEN
118700     EVALUATE TRUE
118800       WHEN KA0AKRG-LAEUFT
118900         MOVE "LAUF OHNE ENDE"    TO RUN-D-TEXT
118901         PERFORM 2250-ABBRUCH-MELDEN                              D03
118902                                THRU 2250-ABBRUCH-MELDEN-EXIT     D03
119000       WHEN KA0AKRG-ANZ-STARTS    > C-1
119100         MOVE "MEHRFACH GESTARTET"
119200                                  TO RUN-D-TEXT
120600 2200-LAUF-MELDEN-1002.
120700 2200-LAUF-MELDEN-EXIT.
120800     EXIT.
120801/---------------------------------------------------------------* D03
120802* Abgebrochenen Lauf im Ticketregister melden; Ticketnummer und * D03
120803* Status in die Berichtszeile uebernehmen                       * D03
120804*---------------------------------------------------------------* D03
120805 2250-ABBRUCH-MELDEN SECTION.                                     D03
120806 2250-ABBRUCH-MELDEN-1001.                                        D03
120807     INITIALIZE KAITKT-EIN-AUSGABEBEREICH                         D03
120808     MOVE C-01-INT-TICKET-MELDEN  TO KAITKT-FUNKTION              D03
120809     MOVE C-AKARUNR               TO KAITKT-PROGRAMM              D03
12080A     SET KAITKT-KAT-ABBRUCH       TO TRUE                         D03
12080B     SET KAITKT-KRITISCH          TO TRUE                         D03
12080C     MOVE ZERO                    TO KAITKT-AK-NUMMER             D03
12080D     MOVE KA0AKRG-PROGRAMM        TO KAITKT-REFERENZ              D03
12080E                                     KAITKT-LAUF-PROGRAMM         D03
12080F     MOVE KA0AKRG-LAUFDATUM       TO KAITKT-LAUFDATUM             D03
12080G     STRING "Lauf ohne Ende "                                     D03
12080H            KA0AKRG-PROGRAMM      DELIMITED BY SPACE              D03
12080I            " Laufdatum "         DELIMITED BY SIZE               D03
12080J            KA0AKRG-LAUFDATUM     DELIMITED BY SIZE               D03
12080K            " Start "             DELIMITED BY SIZE               D03
12080L            KA0AKRG-START-TIMESTAMP                               D03
12080M                                  DELIMITED BY SPACE              D03
12080N       INTO KAITKT-TEXT                                           D03
12080O     END-STRING                                                   D03
12080P     CALL "AKATKT"                                                D03
12080Q     USING KAITKT-EIN-AUSGABEBEREICH                              D03
12080R           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12080S     END-CALL                                                     D03
12080T     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
12080U     MOVE KAITKT-TICKET-NR        TO RUN-D-TICKET-NR              D03
12080V     MOVE KAITKT-STATUS           TO RUN-D-TICKET-STATUS          D03
12080W     .                                                            D03
12080X 2250-ABBRUCH-MELDEN-1002.                                        D03
12080Y 2250-ABBRUCH-MELDEN-EXIT.                                        D03
12080Z     EXIT.                                                        D03
120900/---------------------------------------------------------------*
121000* Erwartete, aber nicht gelaufene Kettenglieder melden          *
121100*---------------------------------------------------------------*
121200 3000-FEHLENDE-MELDEN SECTION.
121300 3000-FEHLENDE-MELDEN-1001.
121400     PERFORM VARYING H-INDEX FROM 1 BY 1
121500             UNTIL H-INDEX        > 10                            D04
121600       IF H-KETTE-GESEHEN-KZ (H-INDEX)
121700          NOT = "X"
121800       THEN
