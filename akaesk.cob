003200* in dieser Umgebung nicht; ESKALAUS wird - analog zu         *
003300* NOTIFAUS in AKANOTI - von einem nachgelagerten Job          *
003400* gelesen, der die eigentlichen Folgeauftraege anlegt.        *
003410* Die Risikoeinstufung des Abstimmkreises (KA02AKRK)        *     D31
003420* verschiebt den Schwellenwert: Klasse H mit FAKTOR-HOCH,   *     D31
003430* Klasse N mit FAKTOR-NIEDRIG (Prozent, ESKPARM bzw.        *     D31
003440* Zentralparameter; Vorgabe 50 bzw. 200), mindestens ein    *     D31
003450* Tag. Klasse M und Kreise ohne Einstufung behalten den     *     D31
003460* konfigurierten Schwellenwert.                             *     D31
003461* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D32
003462* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D32
003500*@E-ELEMENTBESCHREIBUNG                                     *
003600*                                                           *
003700*@A-COBOL-COPY                                              *
004700* CKAI0AKF   : EINGABEBEREICH PRIMAERKEY ZU TAB. KA000AKFB   *
004800* CKAO0AKF   : AUSGABEBEREICH ZU TAB. KA000AKFB              *
004850* CGSTTAB    : TRANSIENTER BEREICH ZUGRIFF PARAMETERTABELLEN *
004860* CKAI0ARK   : EINGABEBEREICH KA02AKRK                      *     D31
004870* CKAO0ARK   : AUSGABEBEREICH KA02AKRK                      *     D31
004900*@E-COBOL-COPY                                              *
005000*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
      * D31 R58806                                                *    D31
      *     Schwellenwert der Eskalation je Abstimmkreis nach     *    D31
      *     Risikoeinstufung (KA02AKRK) gewichtet.                *    D31
      *     Datum: 15.10.2026                          NKZ: KLM   *    D31
      *                                                           *    D31
090068* D32 R58810                                                *     D32
090069*     Offene Posten und Posten in Klaerung werden ueber     *     D32
09006A*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D32
09006B*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D32
09006C*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D32
09006D*     Datum: 15.10.2026                          NKZ: KLM   *     D32
09006E*                                                           *     D32
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
101700     RECORDING MODE IS F.
101800 01  ESK-PARM-SATZ.
101900     05 ESK-P-SCHWELLE-TAGE       PIC 9(003).
101901     05 FILLER                    PIC X(001).                     D31
101902     05 ESK-P-FAKTOR-HOCH         PIC 9(003).                     D31
101903     05 FILLER                    PIC X(001).                     D31
101904     05 ESK-P-FAKTOR-NIEDRIG      PIC 9(003).                     D31
102000 FD  ESKALAUS
102100     RECORDING MODE IS F.
102200 01  ESK-DRUCKZEILE               PIC X(150).
104300                                  VALUE "01-STD-APO-LIST-SUCHE".
104400     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104500     20 C-SCHWELLE-STANDARD       PIC 9(003) VALUE 90.
104501     20 C-STD-FAKTOR-HOCH         PIC 9(003) VALUE 50.            D31
104502     20 C-STD-FAKTOR-NIEDRIG      PIC 9(003) VALUE 200.           D31
104503     20 C-KLASSE-HOCH             PIC X(001) VALUE "H".           D31
104504     20 C-KLASSE-NIEDRIG          PIC X(001) VALUE "N".           D31
104505     20 C-OBJEKT-TAB-KA02AKRK     PIC X(009) VALUE "KA02AKRK".    D31
104510     20 C-OBJEKT-KA-FTG           PIC X(020) VALUE "AKAFTG".
104520     20 C-01-STD-ANZ-GESCHAEFTSTAGE
104530                                  PIC X(040) VALUE
106700  COPY CKAI0AKF.
106800  COPY CKAO0AKF.
106850  COPY CGSTTAB.
106851  COPY CKAI0ARK.                                                  D31
106852  COPY CKAO0ARK.                                                  D31
103904  COPY CKAI0APA.                                                  D08
103905  COPY CKAO0APA.                                                  D08
103906 01  H-ZPARM-KZ                   PIC X(001).                     D08
107800 01  H-LAUFDATUM-J                PIC 9(007).
107900 01  H-AGE-TAGE                   PIC S9(007) COMP-3.
108000 01  H-SCHWELLE-TAGE              PIC 9(003).
108001 01  H-AK-SCHWELLE                PIC 9(005) COMP-3.              D31
108002 01  H-FAKTOR-HOCH                PIC 9(003) COMP-3.              D31
108003 01  H-FAKTOR-NIEDRIG             PIC 9(003) COMP-3.              D31
108100 01  H-AK-FACHBER                 PIC X(004).
108200 01  DUMMY                        PIC X(001).
108300 01  H-INDEX                      PIC 9(003) COMP-3.
110630     THEN                                                         D08
110640       SET PARM-VORHANDEN         TO TRUE                         D08
110650       MOVE H-ZPARM-WERT (1:3)    TO ESK-P-SCHWELLE-TAGE          D08
110651       MOVE H-ZPARM-WERT (5:3)    TO ESK-P-FAKTOR-HOCH            D31
110652       MOVE H-ZPARM-WERT (9:3)    TO ESK-P-FAKTOR-NIEDRIG         D31
110690     ELSE                                                         D08
110700     OPEN INPUT  ESKPARM
110800     READ ESKPARM
112000     ELSE
112100       MOVE C-SCHWELLE-STANDARD   TO H-SCHWELLE-TAGE
112200     END-IF
112201     IF PARM-VORHANDEN                                            D31
112202        AND ESK-P-FAKTOR-HOCH     NUMERIC                         D31
112203        AND ESK-P-FAKTOR-HOCH     > ZERO                          D31
112204     THEN                                                         D31
112205       MOVE ESK-P-FAKTOR-HOCH     TO H-FAKTOR-HOCH                D31
112206     ELSE                                                         D31
112207       MOVE C-STD-FAKTOR-HOCH     TO H-FAKTOR-HOCH                D31
112208     END-IF                                                       D31
112209     IF PARM-VORHANDEN                                            D31
11220A        AND ESK-P-FAKTOR-NIEDRIG  NUMERIC                         D31
11220B        AND ESK-P-FAKTOR-NIEDRIG  > ZERO                          D31
11220C     THEN                                                         D31
11220D       MOVE ESK-P-FAKTOR-NIEDRIG  TO H-FAKTOR-NIEDRIG             D31
11220E     ELSE                                                         D31
11220F       MOVE C-STD-FAKTOR-NIEDRIG  TO H-FAKTOR-NIEDRIG             D31
11220G     END-IF                                                       D31
112300     OPEN OUTPUT ESKALAUS
112400     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
099942     PERFORM 7900-VORLAUF-PRUEFEN                                 D30
119700*---------------------------------------------------------------*
119800 2200-AK-VERARBEITEN SECTION.
119900 2200-AK-VERARBEITEN-1001.
119901*    Schwellenwert nach Risikoeinstufung des Abstimmkreises       D31
119902     MOVE H-SCHWELLE-TAGE         TO H-AK-SCHWELLE                D31
119903     MOVE KA0AKRS-AK-NUMMER       TO KAI0ARK-AK-NUMMER            D31
119904     CALL "CGSTAB"                                                D31
119905     USING C-TAB-LESEN-EQUAL                                      D31
119906           C-KONFIG-ID-KA                                         D31
119907           C-OBJEKT-TAB-KA02AKRK                                  D31
119908           GSOVER-VERSTAENDIGUNGSBEREICH                          D31
119909           KAI0ARK-EINGABEBEREICH                                 D31
11990A           KAO0ARK-AUSGABEBEREICH                                 D31
11990B           GSTTAB-EIN-AUSGABEBEREICH                              D31
11990C     END-CALL                                                     D31
11990D     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D31
11990E     THEN                                                         D31
11990F       EVALUATE KAO0ARK-KLASSE                                    D31
11990G         WHEN C-KLASSE-HOCH                                       D31
11990H           COMPUTE H-AK-SCHWELLE  = H-SCHWELLE-TAGE               D31
11990I                                  * H-FAKTOR-HOCH / 100           D31
11990J         WHEN C-KLASSE-NIEDRIG                                    D31
11990K           COMPUTE H-AK-SCHWELLE  = H-SCHWELLE-TAGE               D31
11990L                                  * H-FAKTOR-NIEDRIG / 100        D31
11990M         WHEN OTHER                                               D31
11990N           CONTINUE                                               D31
11990O       END-EVALUATE                                               D31
11990P       IF H-AK-SCHWELLE           = ZERO                          D31
11990Q       THEN                                                       D31
11990R         MOVE C-1                 TO H-AK-SCHWELLE                D31
11990S       END-IF                                                     D31
11990T     ELSE                                                         D31
11990U       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D31
11990V     END-IF                                                       D31
119910     IF KA0AKRS-HOCHVOLUMEN-JA                                    D09
119920     THEN                                                         D09
119930       PERFORM 2500-HVZ-AK-VERARBEITEN                            D09
120100     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
120200     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
120300     MOVE C-STATUS-OFFEN          TO KAI5OF3-STATUS
120400     CALL "AKAOPXL" USING                                         D32
120500          C-01-STD-APO-LIST-SUCHE
120600          C-KONFIG-ID-KA
120700          C-AKAESK
120800          GSOVER-VERSTAENDIGUNGSBEREICH
120900          KAI5OF3-EINGABEBEREICH                                  D32
121000          KAO5OF2-AUSGABEBEREICH
121100          DUMMY
121200          KAXIND-INDICES
123800     THEN
123900       MOVE ZERO                  TO H-AGE-TAGE
124000     END-IF
124001     IF H-AGE-TAGE                > H-AK-SCHWELLE                 D31
124200     THEN
124300       PERFORM 2300-FACHBER-ERMITTELN
124400                                  THRU 2300-FACHBER-ERMITTELN-EXIT
