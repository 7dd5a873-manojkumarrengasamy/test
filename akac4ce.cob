002400* ist eine Zweitbestaetigung durch einen anderen            *
002500* Benutzer erforderlich. Ein Ausnahme-Kennzeichen haelt     *
002600* fest, dass trotz offener Posten zertifiziert wurde.       *
002610* Abstimmkreise mit Risikoeinstufung H (KA02AKRK)           *     D02
002620* erfordern unabhaengig vom Betrag immer eine               *     D02
002630* Zweitbestaetigung.                                        *     D02
002700*@E-ELEMENTBESCHREIBUNG                                     *
002800*                                                           *
002900*@A-MODULAUFRUF                                             *
090053*     Abstimm-Zertifizierung KA02AKCE.                       *     D01
090054*     Datum: 24.02.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58806                                                *     D02
090057*     Zweitbestaetigung bei Risikoeinstufung H des          *     D02
090058*     Abstimmkreises (KA02AKRK) immer erforderlich.         *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103400     20 C-OBJEKT-TAB-KA02AKCE     PIC X(009) VALUE "KA02AKCE".
103500     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
103600     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
103601     20 C-OBJEKT-TAB-KA02AKRK     PIC X(009) VALUE "KA02AKRK".    D02
103602     20 C-KLASSE-HOCH             PIC X(001) VALUE "H".           D02
103700     20 C-J                       PIC X(001) VALUE "J".
103800     20 C-N                       PIC X(001) VALUE "N".
103900 01 C-MELDUNGS-CODES.
105800  COPY CKAO0ACE.
105900  COPY CKAI0AKR.
106000  COPY CKAO0AKR.
106001  COPY CKAI0ARK.                                                  D02
106002  COPY CKAO0ARK.                                                  D02
106100  COPY CKAC4CE.
106200 01  H-ABW-ABSOLUT                PIC 9(015)V9(003).
106300 01  H-DATUM                      PIC 9(008).
118800 ZWEITBEST-ERMITTELN SECTION.
118900 ZWEITBEST-ERMITTELN-1001.
119000     SET ZWEITBEST-N-NOETIG       TO TRUE
119001*    Risikoeinstufung H: Zweitbestaetigung immer erforderlich     D02
119002     MOVE KAC4CE-E-AK-NUMMER      TO KAI0ARK-AK-NUMMER            D02
119003     CALL "CGSTAB"                                                D02
119004     USING C-TAB-LESEN-EQUAL                                      D02
119005           C-KONFIG-ID-KA                                         D02
119006           C-OBJEKT-TAB-KA02AKRK                                  D02
119007           GSOVER-VERSTAENDIGUNGSBEREICH                          D02
119008           KAI0ARK-EINGABEBEREICH                                 D02
119009           KAO0ARK-AUSGABEBEREICH                                 D02
11900A           GSTTAB-EIN-AUSGABEBEREICH                              D02
11900B     END-CALL                                                     D02
11900C     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D02
11900D     THEN                                                         D02
11900E       IF KAO0ARK-KLASSE          = C-KLASSE-HOCH                 D02
11900F       THEN                                                       D02
11900G         SET ZWEITBEST-NOETIG     TO TRUE                         D02
11900H         GO TO ZWEITBEST-ERMITTELN-999                            D02
11900I       END-IF                                                     D02
11900J     ELSE                                                         D02
11900K       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D02
11900L     END-IF                                                       D02
119100     MOVE C-GELDKTO-UMSATZ-ABSTIMM
119200                                  TO KAI0AKR-ABSTIMM-ART
119300     MOVE KAC4CE-E-AK-NUMMER      TO KAI0AKR-AK-NUMMER
