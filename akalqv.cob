003000* zum Fach HEUTE. Ausgegeben werden der Druckbericht        *
003100* LQVAUS und der maschinell weiterverarbeitbare Auszug      *
003200* LQVEXT (Semikolon-getrennt) fuer die Disposition.         *
003210* Jeder eingeordnete Posten wird mit Fach und Prognose-     *     D04
003211* datum an die fortgeschriebene Prognosehistorie LQVHIST    *     D04
003212* angefuegt - Grundlage der Treffsicherheitspruefung        *     D04
003213* AKALQG.                                                   *     D04
003214* Status 2/3 liest AKAOPXL aus dem Schnappschuss OPXDAT     *     D05
003215* (AKAOPX), ohne gueltigen Schnappschuss direkt AKA5OF.     *     D05
003300*@E-ELEMENTBESCHREIBUNG                                     *
003400*                                                           *
004000*@A-COBOL-COPY                                              *
090073*     verworfen.                                             *     D03
090074*     Datum: 14.09.2026                          NKZ: KLM   *     D03
090075*                                                           *     D03
090076* D04 R58803                                                *     D04
090077*     Postenweise Prognosehistorie LQVHIST (Anfuegen je     *     D04
090078*     Lauf) fuer die Treffsicherheitspruefung AKALQG.       *     D04
090079*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090080*                                                           *     D04
090081* D05 R58810                                                *     D05
090082*     Offene Posten und Posten in Klaerung werden ueber     *     D05
090083*     AKAOPXL aus dem gemeinsamen Schnappschuss OPXDAT      *     D05
090084*     gelesen statt je Lauf erneut ueber AKA5OF; ohne       *     D05
090085*     gueltigen Schnappschuss Rueckfall auf AKA5OF.         *     D05
090086*     Datum: 15.10.2026                          NKZ: KLM   *     D05
090087*                                                           *     D05
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT LQVEXT                ASSIGN TO "LQVEXT"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101501     SELECT LQVHIST               ASSIGN TO "LQVHIST"             D04
101502                                  ORGANIZATION IS LINE SEQUENTIAL.D04
101600 DATA DIVISION.
101700 FILE SECTION.
101800 FD  LQVPARM
102500 FD  LQVEXT
102600     RECORDING MODE IS F.
102700 01  LQV-EXTRAKTZEILE             PIC X(150).
102701 FD  LQVHIST                                                      D04
102702     RECORDING MODE IS F.                                         D04
102703 01  LQV-HISTORIENZEILE           PIC X(150).                     D04
102800*---------------------------------------------------------------*
102900* WORKING-STORAGE-Section                                       *
103000*---------------------------------------------------------------*
104800     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
104900     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
104910    05 C-STATUS-ZURUECKGEST      PIC 9(001) VALUE 1.              D02
104920 01  C-FAECHER.                                                   D04
104930     05 C-FACH-HEUTE              PIC X(001) VALUE "H".           D04
104940     05 C-FACH-T1                 PIC X(001) VALUE "1".           D04
104950     05 C-FACH-T2                 PIC X(001) VALUE "2".           D04
104960     05 C-FACH-WOCHE              PIC X(001) VALUE "W".           D04
104970     05 C-FACH-SPAETER            PIC X(001) VALUE "S".           D04
104980     05 C-KZ-HOCHVOLUMEN          PIC X(001) VALUE "J".           D04
104990     05 C-KZ-N-HOCHVOLUMEN        PIC X(001) VALUE "N".           D04
105000/---------------------------------------------------------------*
105100* Formatzeile Druckbericht LQVAUS                               *
105200*---------------------------------------------------------------*
109100     05 FILLER                    PIC X(001) VALUE ";".
109200     05 LQV-E-SPAETER             PIC -(010)9,99.
109300     05 FILLER                    PIC X(050) VALUE SPACE.
109301/---------------------------------------------------------------* D04
109302* Formatzeile Prognosehistorie LQVHIST (ein Satz je Posten;     * D04
109303* Hochvolumen-Posten mit Buchungstag und laufender Nummer aus   * D04
109304* BKAAPHV an Stelle der Auszugsdaten)                           * D04
109305*---------------------------------------------------------------* D04
109306 01  LQV-POSTEN.                                                  D04
109307     05 LQV-H-LAUFDATUM           PIC 9(008).                     D04
109308     05 FILLER                    PIC X(001) VALUE ";".           D04
109309     05 LQV-H-AK-NUMMER           PIC 9(005).                     D04
10930A     05 FILLER                    PIC X(001) VALUE ";".           D04
10930B     05 LQV-H-WAEHRUNG            PIC X(003).                     D04
10930C     05 FILLER                    PIC X(001) VALUE ";".           D04
10930D     05 LQV-H-FACH                PIC X(001).                     D04
10930E     05 FILLER                    PIC X(001) VALUE ";".           D04
10930F     05 LQV-H-PROG-DATUM          PIC 9(008).                     D04
10930G     05 FILLER                    PIC X(001) VALUE ";".           D04
10930H     05 LQV-H-STATUS              PIC 9(001).                     D04
10930I     05 FILLER                    PIC X(001) VALUE ";".           D04
10930J     05 LQV-H-HOCHVOLUMEN-KZ      PIC X(001).                     D04
10930K     05 FILLER                    PIC X(001) VALUE ";".           D04
10930L     05 LQV-H-HERKUNFT            PIC X(011).                     D04
10930M     05 FILLER                    PIC X(001) VALUE ";".           D04
10930N     05 LQV-H-KONTO-ID            PIC X(035).                     D04
10930O     05 FILLER                    PIC X(001) VALUE ";".           D04
10930P     05 LQV-H-AUSZUGSDATUM        PIC 9(008).                     D04
10930Q     05 FILLER                    PIC X(001) VALUE ";".           D04
10930R     05 LQV-H-AUSZUGSNUMMER       PIC 9(005).                     D04
10930S     05 FILLER                    PIC X(001) VALUE ";".           D04
10930T     05 LQV-H-AUSZUG-FNR          PIC 9(005).                     D04
10930U     05 FILLER                    PIC X(001) VALUE ";".           D04
10930V     05 LQV-H-LFD-NR              PIC 9(009).                     D04
10930W     05 FILLER                    PIC X(001) VALUE ";".           D04
10930X     05 LQV-H-BETRAG              PIC S9(013)V9(003)              D04
10930Y                                  SIGN LEADING SEPARATE.          D04
10930Z     05 FILLER                    PIC X(020) VALUE SPACE.         D04
109400/---------------------------------------------------------------*
109500* Summentabelle je Abstimmkreis und Waehrung                    *
109600*---------------------------------------------------------------*
113900 01  H-PROG-DATUM                 PIC 9(008).
114000 01  H-PROG-J                     PIC S9(007) COMP-3.
114100 01  H-DIFF-TAGE                  PIC S9(005) COMP-3.
114101 01  H-FACH                       PIC X(001).                     D04
114200/****************************************************************
114300 PROCEDURE DIVISION.
114400*****************************************************************
116000     OPEN INPUT  LQVPARM
116100     OPEN OUTPUT LQVAUS
116200     OPEN OUTPUT LQVEXT
116201     OPEN EXTEND LQVHIST                                          D04
116300     READ LQVPARM
116400       AT END
116500         MOVE ZERO                TO LQV-P-LAUFDATUM
126000     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
126100     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
126200     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
126300     CALL "AKAOPXL" USING                                         D05
126400          C-01-STD-APO-LIST-SUCHE
126500          C-KONFIG-ID-KA
126600          C-AKALQV
126700          GSOVER-VERSTAENDIGUNGSBEREICH
126800          KAI5OF3-EINGABEBEREICH                                  D05
126900          KAO5OF2-AUSGABEBEREICH
127000          DUMMY
127100          KAXIND-INDICES
131700     WHEN H-DIFF-TAGE             <= ZERO
131800       ADD KAO5OF2-APO-BETRAG (H-INDEX)
131900                                  TO LQV-S-HEUTE (H-EINTRAG-IND)
131901       MOVE C-FACH-HEUTE          TO H-FACH                       D04
132000     WHEN H-DIFF-TAGE             = 1
132100       ADD KAO5OF2-APO-BETRAG (H-INDEX)
132200                                  TO LQV-S-T1 (H-EINTRAG-IND)
132201       MOVE C-FACH-T1             TO H-FACH                       D04
132300     WHEN H-DIFF-TAGE             = 2
132400       ADD KAO5OF2-APO-BETRAG (H-INDEX)
132500                                  TO LQV-S-T2 (H-EINTRAG-IND)
132501       MOVE C-FACH-T2             TO H-FACH                       D04
132600     WHEN H-DIFF-TAGE             <= 7
132700       ADD KAO5OF2-APO-BETRAG (H-INDEX)
132800                                  TO LQV-S-WOCHE (H-EINTRAG-IND)
132801       MOVE C-FACH-WOCHE          TO H-FACH                       D04
132900     WHEN OTHER
133000       ADD KAO5OF2-APO-BETRAG (H-INDEX)
133100                                  TO LQV-S-SPAETER
133200                                     (H-EINTRAG-IND)
133201       MOVE C-FACH-SPAETER        TO H-FACH                       D04
133300     END-EVALUATE
133301     PERFORM 2460-POSTEN-SCHREIBEN                                D04
133302                                THRU 2460-POSTEN-SCHREIBEN-EXIT   D04
133400     .
133500 2400-POSTEN-EINORDNEN-1002.
133600 2400-POSTEN-EINORDNEN-EXIT.
137700 2450-EINTRAG-SUCHEN-1002.
137800 2450-EINTRAG-SUCHEN-EXIT.
137900     EXIT.
137901/---------------------------------------------------------------* D04
137902* Eingeordneten Posten an die Prognosehistorie LQVHIST anfuegen * D04
137903*---------------------------------------------------------------* D04
137904 2460-POSTEN-SCHREIBEN SECTION.                                   D04
137905 2460-POSTEN-SCHREIBEN-1001.                                      D04
137906     MOVE LQV-P-LAUFDATUM         TO LQV-H-LAUFDATUM              D04
137907     MOVE KA0AKRS-AK-NUMMER       TO LQV-H-AK-NUMMER              D04
137908     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)                          D04
137909                                  TO LQV-H-WAEHRUNG               D04
13790A     MOVE H-FACH                  TO LQV-H-FACH                   D04
13790B     MOVE H-PROG-DATUM            TO LQV-H-PROG-DATUM             D04
13790C     MOVE H-STATUS-LAUF           TO LQV-H-STATUS                 D04
13790D     MOVE KAO5OF2-APO-BETRAG (H-INDEX)                            D04
13790E                                  TO LQV-H-BETRAG                 D04
13790F     IF KA0AKRS-HOCHVOLUMEN-JA                                    D04
13790G     THEN                                                         D04
13790H       MOVE C-KZ-HOCHVOLUMEN      TO LQV-H-HOCHVOLUMEN-KZ         D04
13790I       MOVE HVZ-T-HERKUNFT (H-INDEX)                              D04
13790J                                  TO LQV-H-HERKUNFT               D04
13790K       MOVE HVZ-T-KONTO-ID-ABSTIMM (H-INDEX)                      D04
13790L                                  TO LQV-H-KONTO-ID               D04
13790M       MOVE HVZ-T-BUCHUNGSTAG (H-INDEX)                           D04
13790N                                  TO LQV-H-AUSZUGSDATUM           D04
13790O       MOVE ZERO                  TO LQV-H-AUSZUGSNUMMER          D04
13790P                                     LQV-H-AUSZUG-FNR             D04
13790Q       MOVE HVZ-T-LFD-NR (H-INDEX)                                D04
13790R                                  TO LQV-H-LFD-NR                 D04
13790S     ELSE                                                         D04
13790T       MOVE C-KZ-N-HOCHVOLUMEN    TO LQV-H-HOCHVOLUMEN-KZ         D04
13790U       MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)                        D04
13790V                                  TO LQV-H-HERKUNFT               D04
13790W       MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)                D04
13790X                                  TO LQV-H-KONTO-ID               D04
13790Y       MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)                    D04
13790Z                                  TO LQV-H-AUSZUGSDATUM           D04
137910       MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)                   D04
137911                                  TO LQV-H-AUSZUGSNUMMER          D04
137912       MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)                      D04
137913                                  TO LQV-H-AUSZUG-FNR             D04
137914       MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)                      D04
137915                                  TO LQV-H-LFD-NR                 D04
137916     END-IF                                                       D04
137917     MOVE LQV-POSTEN              TO LQV-HISTORIENZEILE           D04
137918     WRITE LQV-HISTORIENZEILE                                     D04
137919     .                                                            D04
13791A 2460-POSTEN-SCHREIBEN-1002.                                      D04
13791B 2460-POSTEN-SCHREIBEN-EXIT.                                      D04
13791C     EXIT.                                                        D04
138000/---------------------------------------------------------------*
138100* Hochvolumen-Abstimmkreis: Posten eines Status seitenweise     *
138200* ueber AKAHVZ lesen und einordnen (BKAAPHV fuehrt kein         *
153400     CLOSE LQVPARM
153500     CLOSE LQVAUS
153600     CLOSE LQVEXT
153601     CLOSE LQVHIST                                                D04
153700     .
153800 9999-EXIT-1002.
153900 9999-EXIT-EXIT.
