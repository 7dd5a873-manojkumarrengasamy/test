090053*     Abstimmkonto und Meldung fehlender Auszuege.           *     D01
090054*     Datum: 14.02.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58775                                                *     D02
090057*     Waehrungstaschen: Auszugsstand je Waehrung der        *     D02
090058*     KA01AKKTO-Zuordnung (KKA5KT), Waehrung in MISAUS.     *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
090061* D03 R58814                                                *     D03
090062*     Ticketanbindung: jeder fehlende Auszug wird ueber     *     D03
090063*     AKATKT im Ticketregister KA02AKTK gemeldet            *     D03
090064*     (Kategorie MIS, Referenz = Herkunft, Konto-ID und     *     D03
090065*     Waehrung, Schwere 3); ein offenes Ticket wird nicht   *     D03
090066*     doppelt eroeffnet. Ticketnummer und Ticketstatus      *     D03
090067*     stehen im bisherigen Freiraum der Zeile MISAUS.       *     D03
090068*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090069*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
104400                                  "01-STD-ANZ-GESCHAEFTSTAGE".
104500     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104600     20 C-MAX-GEPRUEFT            PIC 9(003) VALUE 500.
104601     20 C-AKAMIS                  PIC X(008) VALUE "AKAMIS".      D03
104602     20 C-01-INT-TICKET-MELDEN    PIC X(040) VALUE                D03
104603                                  "01-INT-TICKET-MELDEN".         D03
104700/---------------------------------------------------------------*
104800* Formatzeile Berichtsdatei MISAUS                              *
104900*---------------------------------------------------------------*
105700     05 MIS-D-LIEFERPLAN          PIC X(001).
105800     05 FILLER                    PIC X(001) VALUE SPACE.
105900     05 MIS-D-DATUM-LE-AUSZUG     PIC 9(008).
105950     05 FILLER                    PIC X(001) VALUE SPACE.         D02
106000     05 MIS-D-WAEHRUNG            PIC X(003).                     D02
106050     05 FILLER                    PIC X(001) VALUE SPACE.         D03
106051     05 MIS-D-TICKET-NR           PIC X(015).                     D03
106052     05 FILLER                    PIC X(001) VALUE SPACE.         D03
106053     05 MIS-D-TICKET-STATUS       PIC X(001).                     D03
106054     05 FILLER                    PIC X(011) VALUE SPACE.         D03
106100/---------------------------------------------------------------*
106200* Bereits geprueft (ein Konto kann mehrere Abstimmkreise        *
106300* speisen und steht dann mehrfach in KA000AKKTO)                *
106700     05 MIS-GEPRUEFT              OCCURS 500.
106800        10 MIS-G-HERKUNFT         PIC X(011).
106900        10 MIS-G-KONTO-ID         PIC X(035).
106950        10 MIS-G-WAEHRUNG         PIC X(003).                     D02
107000/---------------------------------------------------------------*
107100* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
107200*---------------------------------------------------------------*
107900  COPY CKAO5KT1.
108000  COPY CKAIFTG1.
108100  COPY CKAOFTG1.
108101 COPY CKAITKT.                                                    D03
108200 01  DUMMY                        PIC X(001).
108300/---------------------------------------------------------------*
108400* Hilfsvariable                                                 *
120700             UNTIL H-IND          > MIS-ANZ-GEPRUEFT
120800       IF MIS-G-HERKUNFT (H-IND)  = KAO0AKK-HERKUNFT
120900          AND MIS-G-KONTO-ID (H-IND) = KAO0AKK-KONTO-ID
120950          AND MIS-G-WAEHRUNG (H-IND) = KAO0AKK-WAEHRUNG           D02
121000       THEN
121100         GO TO 2200-KONTO-PRUEFEN-EXIT
121200       END-IF
121800                                     (MIS-ANZ-GEPRUEFT)
121900       MOVE KAO0AKK-KONTO-ID      TO MIS-G-KONTO-ID
122000                                     (MIS-ANZ-GEPRUEFT)
122020       MOVE KAO0AKK-WAEHRUNG      TO MIS-G-WAEHRUNG               D02
122040                                     (MIS-ANZ-GEPRUEFT)           D02
122100     END-IF
122200*    Ist laut Lieferplan heute ein Auszug zu erwarten?
122300     SET AUSZUG-N-ERWARTET        TO TRUE
124300     MOVE C-01-INT-LES-KTO        TO KAI5KT1-FUNKTION
124400     MOVE KAO0AKK-HERKUNFT        TO KAI5KT1-HERKUNFT
124500     MOVE KAO0AKK-KONTO-ID        TO KAI5KT1-KONTO-ID
124550     MOVE KAO0AKK-WAEHRUNG        TO KAI5KT1-WAEHRUNG             D02
124600     CALL "CGSAUF"
124700     USING C-AUF-AUFRUF-AL
124800           C-KONFIG-ID-KA
127600     MOVE KAO0AKK-KONTO-ID        TO MIS-D-KONTO-ID
127700     MOVE KAO0AKK-LIEFERPLAN-KZ   TO MIS-D-LIEFERPLAN
127800     MOVE KAO5KT1-DATUM-LE-AUSZUG TO MIS-D-DATUM-LE-AUSZUG
127850     MOVE KAO0AKK-WAEHRUNG        TO MIS-D-WAEHRUNG               D02
127851     PERFORM 2350-TICKET-MELDEN   THRU 2350-TICKET-MELDEN-EXIT    D03
127900     MOVE MIS-DETAIL              TO MIS-DRUCKZEILE
128000     WRITE MIS-DRUCKZEILE
128100     .
128200 2300-MELDUNG-SCHREIBEN-1002.
128300 2300-MELDUNG-SCHREIBEN-EXIT.
128400     EXIT.
128401/---------------------------------------------------------------* D03
128402* Fehlenden Auszug im Ticketregister melden; Ticketnummer und   * D03
128403* Status in die Meldungszeile uebernehmen                       * D03
128404*---------------------------------------------------------------* D03
128405 2350-TICKET-MELDEN SECTION.                                      D03
128406 2350-TICKET-MELDEN-1001.                                         D03
128407     INITIALIZE KAITKT-EIN-AUSGABEBEREICH                         D03
128408     MOVE C-01-INT-TICKET-MELDEN  TO KAITKT-FUNKTION              D03
128409     MOVE C-AKAMIS                TO KAITKT-PROGRAMM              D03
12840A                                     KAITKT-LAUF-PROGRAMM         D03
12840B     SET KAITKT-KAT-AUSZUG        TO TRUE                         D03
12840C     SET KAITKT-MITTEL            TO TRUE                         D03
12840D     MOVE KAO0AKK-AK-NUMMER       TO KAITKT-AK-NUMMER             D03
12840E     MOVE KAO0AKK-HERKUNFT        TO KAITKT-REFERENZ (1:11)       D03
12840F     MOVE KAO0AKK-KONTO-ID        TO KAITKT-REFERENZ (12:35)      D03
12840G     MOVE KAO0AKK-WAEHRUNG        TO KAITKT-REFERENZ (47:3)       D03
12840H     MOVE MIS-P-LAUFDATUM         TO KAITKT-LAUFDATUM             D03
12840I     STRING "Auszug fehlt Konto "                                 D03
12840J            KAO0AKK-KONTO-ID      DELIMITED BY SPACE              D03
12840K            " "                   DELIMITED BY SIZE               D03
12840L            KAO0AKK-WAEHRUNG      DELIMITED BY SIZE               D03
12840M            " letzter Auszug "    DELIMITED BY SIZE               D03
12840N            MIS-D-DATUM-LE-AUSZUG DELIMITED BY SIZE               D03
12840O       INTO KAITKT-TEXT                                           D03
12840P     END-STRING                                                   D03
12840Q     CALL "AKATKT"                                                D03
12840R     USING KAITKT-EIN-AUSGABEBEREICH                              D03
12840S           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
12840T     END-CALL                                                     D03
12840U     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D03
12840V     MOVE KAITKT-TICKET-NR        TO MIS-D-TICKET-NR              D03
12840W     MOVE KAITKT-STATUS           TO MIS-D-TICKET-STATUS          D03
12840X     .                                                            D03
12840Y 2350-TICKET-MELDEN-1002.                                         D03
12840Z 2350-TICKET-MELDEN-EXIT.                                         D03
128410     EXIT.                                                        D03
128500/---------------------------------------------------------------*
128600* Programmende                                                  *
128700*---------------------------------------------------------------*
