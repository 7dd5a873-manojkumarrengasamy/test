002200* Ein erneuter Start am selben Laufdatum erhoeht den        *
002300* Startzaehler, so dass Doppellaeufe im Tagesbericht        *
002400* AKARUNR sichtbar werden.                                  *
002410* Mit Stelle 19 = "F" im Parametersatz VORLAUF gilt ein     *     D03
002420* Vorlaeufer, der mit Fehleranzahl > 0 beendet wurde, wie   *     D03
002430* ein nicht beendeter (Kettenstopp nach der Konsistenz-     *     D03
002440* pruefung AKAKPF).                                         *     D03
002450* Mit 01-INT-LAUF-LESEN liefert der Dienst den Registersatz *     D05
002460* zu Programm und Laufdatum (z.B. Aktualitaetspruefung des  *     D05
002470* Schnappschusses OPXDAT in AKAOPXL).                       *     D05
002500*@E-ELEMENTBESCHREIBUNG                                     *
002600*                                                           *
002700*@A-MODULAUFRUF                                             *
090052*     Neuanlage - zentrales Laufregister KA02AKRG.          *     D01
090053*     Datum: 14.12.2025                          NKZ: KLM   *     D01
090054*                                                           *     D01
090080* D03 R58807                                                *     D03
090081*     Vorlaeufer-Pruefung: Funktion 01-INT-VORLAUF-PRUEFEN  *     D03
090082*     im Verteiler aufgenommen. Neu Stelle 19 des           *     D03
090083*     Parametersatzes VORLAUF: "F" stoppt auch, wenn der    *     D03
090084*     Vorlaeufer mit Fehlern (Anzahl Fehler > 0 im          *     D03
090085*     Register) beendet wurde.                              *     D03
090086*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090087*                                                           *     D03
090088* D04 R58814                                                *     D04
090089*     Vorlaeufer-Stopp KA4914 zusaetzlich ueber AKATKT im   *     D04
090090*     Ticketregister KA02AKTK melden (Kategorie VLF,        *     D04
090091*     Referenz = gestopptes Programm, Schwere 2); ein       *     D04
090092*     offenes Ticket wird nicht doppelt eroeffnet. Gewicht  *     D04
090093*     und Returncode KA4914 bleiben fuer den Aufrufer       *     D04
090094*     unveraendert.                                         *     D04
090095*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090096*                                                           *     D04
090097* D05 R58810                                                *     D05
090098*     Neue Funktion 01-INT-LAUF-LESEN: Registersatz zu      *     D05
090099*     Programm und Laufdatum in den Rueckgabefeldern von    *     D05
09009A*     CKAIRUN liefern; ohne Registersatz Status SPACE und   *     D05
09009B*     kein Fehlergewicht.                                   *     D05
09009C*     Datum: 15.10.2026                          NKZ: KLM   *     D05
09009D*                                                           *     D05
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102530     20 C-OBJEKT-TAB-KA02AKPA     PIC X(009) VALUE "KA02AKPA".    D02
102540     20 C-PARAMETERSATZ-VORLAUF   PIC X(008) VALUE "VORLAUF".     D02
102550     20 C-OBJEKT-KA4914           PIC X(008) VALUE "KA4914".      D02
102560     20 C-FEHLER-STOPP            PIC X(001) VALUE "F".           D03
102561     20 C-01-INT-TICKET-MELDEN    PIC X(040) VALUE                D04
102562                                  "01-INT-TICKET-MELDEN".         D04
102563     20 C-AKARUN                  PIC X(008) VALUE "AKARUN".      D04
102564     20 C-01-INT-LAUF-LESEN       PIC X(040) VALUE                D05
102565                                  "01-INT-LAUF-LESEN".            D05
102600     20 C-1                       PIC 9(001) VALUE 1.
102700/---------------------------------------------------------------*
102800* Tabellenzugriff Laufregister                                  *
103330 01  H-VORLAUF-PROGRAMM           PIC X(008).                     D02
103340 01  H-UEBERST-DATUM-X            PIC X(008).                     D02
103350 01  H-UEBERST-DATUM              PIC 9(008).                     D02
103360 01  H-FEHLER-STOPP-KZ            PIC X(001).                     D03
103361 COPY CKAITKT.                                                    D04
103400 01  DUMMY                        PIC X(001).
103500 01  H-TIMESTAMP-FIELDS.
103600     05  H-DH-TIMESTAMP           PIC X(021).
105500       PERFORM LAUF-START
105600     WHEN C-01-INT-LAUF-ENDE
105700       PERFORM LAUF-ENDE
105710     WHEN C-01-INT-VORLAUF-PRUEFEN                                D03
105720       PERFORM VORLAUF-PRUEFEN                                    D03
105721       IF GSOVER-GEWICHT          = C-GEW-FEHLER                  D04
105722          AND GSOVER-RETURNCODE   = C-OBJEKT-KA4914               D04
105723       THEN                                                       D04
105724         PERFORM VORLAUF-TICKET                                   D04
105725       END-IF                                                     D04
105726     WHEN C-01-INT-LAUF-LESEN                                     D05
105727       PERFORM LAUF-LESEN                                         D05
105800     WHEN OTHER
105900       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT
106000     END-EVALUATE
11231P                                  TO H-VORLAUF-PROGRAMM           D02
11231Q     MOVE KAO0APA-WERT-AKTUELL (10:8)                             D02
11231R                                  TO H-UEBERST-DATUM-X            D02
11231S     MOVE KAO0APA-WERT-AKTUELL (19:1)                             D03
11231T                                  TO H-FEHLER-STOPP-KZ            D03
11231U     IF H-UEBERST-DATUM-X         IS NUMERIC                      D02
11231V     THEN                                                         D02
11231W       MOVE H-UEBERST-DATUM-X     TO H-UEBERST-DATUM              D02
11231X     ELSE                                                         D02
11231Y       MOVE ZERO                  TO H-UEBERST-DATUM              D02
11231Z     END-IF                                                       D02
112320     IF H-VORLAUF-PROGRAMM        = SPACE                         D02
112321     THEN                                                         D02
112322       GO TO VORLAUF-PRUEFEN-999                                  D02
112323     END-IF                                                       D02
112324     IF H-UEBERST-DATUM           = KAIRUN-LAUFDATUM              D02
112325     THEN                                                         D02
112326*      dokumentierte Uebersteuerung fuer genau diesen Lauftag     D02
112327       GO TO VORLAUF-PRUEFEN-999                                  D02
112328     END-IF                                                       D02
112329     MOVE KAIRUN-LAUFDATUM        TO KAI0AKW-LAUFDATUM            D02
11232A     MOVE H-VORLAUF-PROGRAMM      TO KAI0AKW-PROGRAMM             D02
11232B     CALL "CGSTAB"                                                D02
11232C     USING C-TAB-LESEN-EQUAL                                      D02
11232D           C-KONFIG-ID-KA                                         D02
11232E           C-OBJEKT-TAB-KA02AKRG                                  D02
11232F           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
11232G           KAI0AKW-EINGABEBEREICH                                 D02
11232H           KAO0AKW-AUSGABEBEREICH                                 D02
11232I           GSTTAB-EIN-AUSGABEBEREICH                              D02
11232J     END-CALL                                                     D02
11232K     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D02
11232L        OR NOT KAO0AKW-BEENDET                                    D02
11232M        OR (H-FEHLER-STOPP-KZ    = C-FEHLER-STOPP                 D03
11232N            AND KAO0AKW-ANZ-FEHLER > ZERO)                        D03
11232O     THEN                                                         D02
11232P*      KA4914: Vorlaeufer-Lauf fehlt oder ist nicht beendet       D02
11232Q       MOVE C-GEW-FEHLER          TO GSOVER-GEWICHT               D02
11232R       MOVE C-OBJEKT-KA4914       TO GSOVER-RETURNCODE            D02
11232S     END-IF                                                       D02
11232T     .                                                            D02
11232U VORLAUF-PRUEFEN-999.                                             D02
11232V     EXIT.                                                        D02
11232W VORLAUF-PRUEFEN-1002.                                            D02
11232X     EXIT.                                                        D02
11232Y/---------------------------------------------------------------* D04
11232Z* Vorlaeufer-Stopp KA4914 im Ticketregister melden; Gewicht und * D04
112330* Returncode des Stopps bleiben fuer den Aufrufer erhalten      * D04
112331*---------------------------------------------------------------* D04
112332 VORLAUF-TICKET SECTION.                                          D04
112333 VORLAUF-TICKET-1001.                                             D04
112334     INITIALIZE KAITKT-EIN-AUSGABEBEREICH                         D04
112335     MOVE C-01-INT-TICKET-MELDEN  TO KAITKT-FUNKTION              D04
112336     MOVE C-AKARUN                TO KAITKT-PROGRAMM              D04
112337     SET KAITKT-KAT-VORLAUF       TO TRUE                         D04
112338     SET KAITKT-HOCH              TO TRUE                         D04
112339     MOVE ZERO                    TO KAITKT-AK-NUMMER             D04
11233A     MOVE KAIRUN-PROGRAMM         TO KAITKT-REFERENZ              D04
11233B                                     KAITKT-LAUF-PROGRAMM         D04
11233C     MOVE KAIRUN-LAUFDATUM        TO KAITKT-LAUFDATUM             D04
11233D     STRING "KA4914 Vorlaeufer "                                  D04
11233E            H-VORLAUF-PROGRAMM    DELIMITED BY SPACE              D04
11233F            " nicht beendet - "   DELIMITED BY SIZE               D04
11233G            KAIRUN-PROGRAMM       DELIMITED BY SPACE              D04
11233H            " gestoppt, Laufdatum "                               D04
11233I                                  DELIMITED BY SIZE               D04
11233J            KAIRUN-LAUFDATUM      DELIMITED BY SIZE               D04
11233K       INTO KAITKT-TEXT                                           D04
11233L     END-STRING                                                   D04
11233M     CALL "AKATKT"                                                D04
11233N     USING KAITKT-EIN-AUSGABEBEREICH                              D04
11233O           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
11233P     END-CALL                                                     D04
11233Q     MOVE C-GEW-FEHLER            TO GSOVER-GEWICHT               D04
11233R     MOVE C-OBJEKT-KA4914         TO GSOVER-RETURNCODE            D04
11233S     .                                                            D04
11233T VORLAUF-TICKET-1002.                                             D04
11233U     EXIT.                                                        D04
11233V/---------------------------------------------------------------* D05
11233W* Registersatz zu Programm und Laufdatum an den Aufrufer        * D05
11233X* zurueckgeben; fehlt er, bleibt die Rueckgabe leer (Status     * D05
11233Y* SPACE) und es wird kein Fehlergewicht gesetzt                 * D05
11233Z*---------------------------------------------------------------* D05
112340 LAUF-LESEN SECTION.                                              D05
112341 LAUF-LESEN-1001.                                                 D05
112342     CALL "CGSTAB"                                                D05
112343     USING C-TAB-LESEN-EQUAL                                      D05
112344           C-KONFIG-ID-KA                                         D05
112345           C-OBJEKT-TAB-KA02AKRG                                  D05
112346           GSOVER-VERSTAENDIGUNGSBEREICH                          D05
112347           KAI0AKW-EINGABEBEREICH                                 D05
112348           KAO0AKW-AUSGABEBEREICH                                 D05
112349           GSTTAB-EIN-AUSGABEBEREICH                              D05
11234A     END-CALL                                                     D05
11234B     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D05
11234C     THEN                                                         D05
11234D       MOVE KAO0AKW-START-TIMESTAMP TO KAIRUN-START-TIMESTAMP     D05
11234E       MOVE KAO0AKW-ENDE-TIMESTAMP  TO KAIRUN-ENDE-TIMESTAMP      D05
11234F       MOVE KAO0AKW-ANZ-GELESEN     TO KAIRUN-ANZ-GELESEN         D05
11234G       MOVE KAO0AKW-ANZ-GESCHRIEBEN TO KAIRUN-ANZ-GESCHRIEBEN     D05
11234H       MOVE KAO0AKW-ANZ-FEHLER      TO KAIRUN-ANZ-FEHLER          D05
11234I       MOVE KAO0AKW-STATUS          TO KAIRUN-STATUS              D05
11234J     ELSE                                                         D05
11234K*      kein Registersatz: Rueckgabe leer                          D05
11234L       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D05
11234M       MOVE SPACE                 TO KAIRUN-START-TIMESTAMP       D05
11234N                                     KAIRUN-ENDE-TIMESTAMP        D05
11234O                                     KAIRUN-STATUS                D05
11234P       MOVE ZERO                  TO KAIRUN-ANZ-GELESEN           D05
11234Q                                     KAIRUN-ANZ-GESCHRIEBEN       D05
11234R                                     KAIRUN-ANZ-FEHLER            D05
11234S     END-IF                                                       D05
11234T     .                                                            D05
11234U LAUF-LESEN-1002.                                                 D05
11234V     EXIT.                                                        D05
112400/---------------------------------------------------------------*
112500* Registersatz schreiben                                        *
112600*---------------------------------------------------------------*
