      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
      * D31 R58774                                                *     D31
      *     EndToEndId, Mandatsreferenz (35), UETR (36) und       *     D31
      *     Instruction-Id (Kundenreferenz :61:) in voller Laenge *     D31
      *     an AKAEIN; Referenztext ueber :86:-Segmentgrenzen.    *     D31
      *     Datum: 15.10.2026                          NKZ: KLM   *     D31
      *                                                           *     D31
      * D32 R58775                                                *     D32
      *     Waehrung des Auszugs aus :60: ermitteln               *     D32
      *     und an AKAEIN und KA02AKAH weitergeben, damit         *     D32
      *     Waehrungstaschen eines Kontos je Waehrung gefuehrt    *     D32
      *     werden.                                               *     D32
      *     Datum: 15.10.2026                          NKZ: KLM   *     D32
      *                                                           *     D32
      * D33 R58786                                                *     D33
      *     MT920-Nachforderungen: jeder eingegangene Auszug      *     D33
      *     (:60: bzw. :13D:) wird gemerkt und nach dem           *     D33
      *     Uebernahme-Ende gegen die offenen Anforderungen in    *     D33
      *     KA02AKAF (Tageslauf AKAMRQ) gestellt; passende        *     D33
      *     Anforderungen werden auf "erfuellt" gesetzt.          *     D33
      *     Datum: 15.10.2026                          NKZ: KLM   *     D33
      *                                                           *     D33
      * D34 R58812                                                *     D34
      *     Aufbewahrte Saetze (RPLSTORE) und Rohzeilen           *     D34
      *     (KA02AKRW) werden je Lieferung ueber AKASIG im        *     D34
      *     Siegelregister KA02AKSE versiegelt; offene Siegel     *     D34
      *     werden am Programmende geschrieben.                   *     D34
      *     Datum: 15.10.2026                          NKZ: KLM   *     D34
      *                                                           *     D34
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
1041S0 01  H-86-CHUNK                   PIC X(120).                     D08
1041T0 01  H-86-CHUNK-LEN               PIC 9(003).                     D08
1041U0 01  H-86-SEG                     PIC 9(002).                     D08
1041V0 01  H-86-EREF                    PIC X(035).                     D31
1041W0 01  H-86-KREF                    PIC X(035).                     D31
1041X0 01  H-86-MREF                    PIC X(035).                     D31
1041X4 01  H-86-UETR                    PIC X(036).                     D31
1041X8 01  H-86-INSTR-ID                PIC X(035).                     D31
1041XC*    Textsegmente ?20-?29 ohne die Laengengrenze des Verw.-       D31
1041XG*    zwecks; Trennblank nur vor neuem Schluesselwort (XXXX+),     D31
1041XK*    damit segmentuebergreifende Referenzen ganz bleiben          D31
1041XO 01  H-86-REFTEXT                 PIC X(300).                     D31
1041XS 01  H-86-REFTEXT-LEN             PIC 9(003).                     D31
1041XW 01  C-86-REFTEXT-MAX             PIC 9(003) VALUE 270.           D31
1041Y0 01  H-REF-POS                    PIC 9(003).                     D08
1041Z0 01  H-REF-REST                   PIC X(060).                     D08
104200 COPY CKAI0AZH.                                                   D09
1042A0        10 H-64-AUSZUGSNUMMER     PIC 9(005).                     D09
1042B0        10 H-64-AUSZUG-FNR        PIC 9(005).                     D09
1042C0        10 H-64-SALDO             PIC S9(015)V9(003).             D09
1042CI        10 H-64-WAEHRUNG          PIC X(003).                     D32
1042D0 01  H-64-IND                     PIC 9(003) COMP-3.              D09
1042E0 01  H-64-BETRAG-TEXT             PIC X(015).                     D09
1042F0 01  H-64-BETRAG                  PIC S9(015)V9(003).             D09
1044MG COPY CKAI0AAF.                                                   D33
1046TW COPY CKAO0AAF.                                                   D33
10491C 01  C-OBJEKT-TAB-KA02AKAF        PIC X(009) VALUE "KA02AKAF".    D33
104B8S*    eingegangene Auszuege, gegen offene MT920-Nachforderungen    D33
104DG8*    zu pruefen (KA02AKAF, Tageslauf AKAMRQ)                      D33
104FNO 01  H-AF-TABELLE.                                                D33
104HV4     05 H-ANZ-AF                  PIC 9(003) COMP-3 VALUE ZERO.   D33
104K2K     05 H-AF-EINTRAG              OCCURS 100.                     D33
104MA0        10 H-AF-KONTO-ID          PIC X(035).                     D33
104OHG        10 H-AF-WAEHRUNG          PIC X(003).                     D33
104QOW        10 H-AF-TYP               PIC X(005).                     D33
104SWC        10 H-AF-AUSZUGSDATUM      PIC 9(008).                     D33
104V3S        10 H-AF-AUSZUGSNUMMER     PIC 9(005).                     D33
104XB8 01  H-AF-IND                     PIC 9(003) COMP-3.              D33
104ZIO 01  H-AF-KZ                      PIC X(001).                     D33
1051Q4     88 AF-GEFUNDEN               VALUE "J".                      D33
1053XK     88 AF-N-GEFUNDEN             VALUE "N".                      D33
1053XL COPY CKAISIG.                                                    D34
1053XM 01  C-SIEGEL-KONSTANTEN.                                         D34
1053XN     05 C-01-INT-SIEGEL-SATZ      PIC X(040) VALUE                D34
1053XO                                  "01-INT-SIEGEL-SATZ".           D34
1053XP     05 C-01-INT-SIEGEL-ENDE      PIC X(040) VALUE                D34
1053XQ                                  "01-INT-SIEGEL-ENDE".           D34
1053XR     05 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".           D34
1053XS     05 C-QUELLE-ROHTEXT          PIC X(001) VALUE "W".           D34
1053XT     05 C-LAENGE-RPL              PIC 9(004) VALUE 800.           D34
1053XU     05 C-LAENGE-ROHTEXT          PIC 9(004) VALUE 132.           D34
105655  COPY CKAIRUN.                                                   D05
10565A 01  C-LAUFREGISTER-KONSTANTEN.                                   D05
10565B     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D05
107200 01  H-TAG-KENNUNG                PIC X(006).
107300 01  H-CD-MARKE                   PIC X(001).
107400 01  H-BETRAG-TEXT                PIC X(015).
107420 01  H-SALDO-WAEHRUNG             PIC X(003).                     D32
107440*    Waehrung des Auszugs (aus :60:), Waehrungstasche des Kontos  D32
107460 01  H-WAEHRUNG                   PIC X(003).                     D32
107500 01  H-BETRAG                     PIC S9(015)V9(003).
107600 01  H-VALUTA-JJMMTT              PIC 9(006).
107700 01  H-VALUTA-JAHRHUNDERT         PIC 9(002) VALUE 20.
110300     MOVE "N"                     TO H-CAMT-ERKANNT
110400     MOVE ZERO                    TO H-ANFANGSSALDO
110500                                     H-ENDSALDO-BERECHNET
110550     MOVE SPACE                   TO H-WAEHRUNG                   D32
110600     PERFORM 2100-SATZ-LESEN      THRU 2100-SATZ-LESEN-EXIT
110700     IF NOT DATEI-ENDE
110800     THEN
115100     PERFORM 2900-UEBERNAHME-ENDE THRU 2900-UEBERNAHME-ENDE-EXIT
115110     PERFORM 2950-VALUTASALDEN-NACHTRAGEN                         D09
115120                     THRU 2950-VALUTASALDEN-NACHTRAGEN-EXIT       D09
115140     PERFORM 2970-NACHFORDERUNGEN-ERFUELLEN                       D33
115160                     THRU 2970-NACHFORDERUNGEN-ERFUELLEN-EXIT     D33
115200     .
115300 2000-VERARBEITUNG-1002.
115400 2000-VERARBEITUNG-EXIT.
1171P0     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1171Q0     THEN                                                         D07
1171R0       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D07
1171R1     ELSE                                                         D34
1171R2       MOVE C-01-INT-SIEGEL-SATZ  TO KAISIG-FUNKTION              D34
1171R3       MOVE C-RUN-PROGRAMM        TO KAISIG-PROGRAMM              D34
1171R4       MOVE C-QUELLE-ROHTEXT      TO KAISIG-QUELLE                D34
1171R5       MOVE ZERO                  TO KAISIG-LAUFDATUM             D34
1171R6                                     KAISIG-BETRAG                D34
1171R7       MOVE KAI0ARW-KONTO-ID      TO KAISIG-KONTO-ID              D34
1171R8       MOVE KAI0ARW-AUSZUGSDATUM  TO KAISIG-AUSZUGSDATUM          D34
1171R9       MOVE KAI0ARW-AUSZUGSNUMMER TO KAISIG-AUSZUGSNUMMER         D34
1171RA       MOVE KAI0ARW-AUSZUG-FNR    TO KAISIG-AUSZUG-FNR            D34
1171RB       MOVE C-LAENGE-ROHTEXT      TO KAISIG-LAENGE                D34
1171RC       MOVE SPACE                 TO KAISIG-DATEN                 D34
1171RD       MOVE KAI0ARW-ZEILEN-LFD    TO KAISIG-ZEILEN-LFD            D34
1171RE       MOVE KAO0ARW-UMSATZ-LFD    TO KAISIG-UMSATZ-LFD            D34
1171RF       MOVE KAO0ARW-ROH-ZEILE     TO KAISIG-ROH-ZEILE             D34
1171RG       CALL "AKASIG"                                              D34
1171RH       USING KAISIG-EINGABEBEREICH                                D34
1171RI             GSOVER-VERSTAENDIGUNGSBEREICH                        D34
1171RJ       END-CALL                                                   D34
1171RK       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D34
1171S0     END-IF                                                       D07
1171T0     .                                                            D07
1171U0 2150-ROHZEILE-ABLEGEN-1002.                                      D07
1197D0     MOVE H-VALUTA-DATUM          TO H-AUSZUGSDATUM               D06
1197E0     MOVE ZERO                    TO H-ANFANGSSALDO               D06
1197F0                                     H-ENDSALDO-BERECHNET         D06
1197FI     MOVE SPACE                   TO H-WAEHRUNG                   D32
1197FR     PERFORM 2960-AUSZUG-MERKEN   THRU 2960-AUSZUG-MERKEN-EXIT    D33
1197G0     .                                                            D06
1197H0 2250-TAG-13D-DATUM-1002.                                         D06
1197I0 2250-TAG-13D-DATUM-EXIT.                                         D06
120300     PERFORM 2600-SALDO-ZERLEGEN
120400                                  THRU 2600-SALDO-ZERLEGEN-EXIT
120500     MOVE H-BETRAG                TO H-ANFANGSSALDO
120550     MOVE H-SALDO-WAEHRUNG        TO H-WAEHRUNG                   D32
120600     MOVE H-VALUTA-DATUM          TO H-AUSZUGSDATUM
120700     MOVE H-ANFANGSSALDO          TO H-ENDSALDO-BERECHNET
120750     PERFORM 2960-AUSZUG-MERKEN   THRU 2960-AUSZUG-MERKEN-EXIT    D33
120800     .
120900 2300-TAG-60-ANFSALDO-1002.
121000 2300-TAG-60-ANFSALDO-EXIT.
122959                                     H-86-EREF                    D08
12295A                                     H-86-KREF                    D08
12295B                                     H-86-MREF                    D08
1229A1                                    H-86-UETR                     D31
1229A2                                    H-86-INSTR-ID                 D31
1229A3                                    H-86-REFTEXT                  D31
12295C     MOVE ZERO                    TO H-86-TEXT-LEN                D08
1229A4     MOVE ZERO                    TO H-86-REFTEXT-LEN             D31
12295D     SET TAG-86-N-AKTIV           TO TRUE                         D08
12295E     SET SEG-N-IM-TEXT            TO TRUE                         D08
12295F     SET UMSATZ-OFFEN             TO TRUE                         D08
124600     MOVE H-AUSZUGSNUMMER         TO KAIEIN1-AUSZUGSNUMMER
124700     MOVE H-FOLGENR               TO KAIEIN1-AUSZUG-FNR
124800     MOVE H-ANFANGSSALDO          TO KAIEIN1-ANFANGSSALDO
124850     MOVE H-WAEHRUNG              TO KAIEIN1-WAEHRUNF-ENDSALDO    D32
124900                                     KAIEIN1-WAE-BETRAG           D32
124910     MOVE H-P-BETRAG              TO KAIEIN1-BETRAG               D08
125010     MOVE H-P-VALUTA              TO KAIEIN1-VALUTADATUM          D08
125020*    Buchungsdatum wie im SKARE2-Vorlauf: das Auszugsdatum        D11
1252G0     MOVE H-86-EREF               TO KAIEIN1-TRANSAKT-ID          D08
1252H0     MOVE H-86-KREF               TO KAIEIN1-REF-KONTOINHABER     D08
1252I0     MOVE H-86-MREF               TO KAIEIN1-TRANSAKT-ID-FRESYS   D08
1252LL*    ISO-20022-Referenzen in voller Laenge                        D31
1252P6     MOVE H-86-EREF               TO KAIEIN1-END-TO-END-ID        D31
1252SR     MOVE H-86-UETR               TO KAIEIN1-UETR                 D31
1252WC     MOVE H-86-INSTR-ID           TO KAIEIN1-INSTRUCTION-ID       D31
125300     MOVE SPACE                   TO KAIEIN1-PRIMANOTA
125400     MOVE SPACE                   TO KAIEIN1-ZUSATZTEXT-SL
125500     MOVE C-SATZART-UMSATZ        TO KAIEIN1-SATZART
126850     PERFORM 2420-CKP-SCHREIBEN   THRU 2420-CKP-SCHREIBEN-EXIT
126860     PERFORM 2430-RETENTION-SCHREIBEN                             D04
126870                              THRU 2430-RETENTION-SCHREIBEN-EXIT  D04
126871     PERFORM 2435-RETENTION-SIEGELN                               D34
126872                              THRU 2435-RETENTION-SIEGELN-EXIT    D34
126900     .
127000 2410-AKAEIN-AUFRUFEN-1002.
127100 2410-AKAEIN-AUFRUFEN-EXIT.
12729L 2430-RETENTION-SCHREIBEN-1002.                                   D04
12729M 2430-RETENTION-SCHREIBEN-EXIT.                                   D04
12729N     EXIT.                                                        D04
12729O/---------------------------------------------------------------* D34
12729P* Aufbewahrten Satz in das Siegel seiner Lieferung (Laufdatum   * D34
12729Q* und Auszug) aufnehmen                                         * D34
12729R*---------------------------------------------------------------* D34
12729S 2435-RETENTION-SIEGELN SECTION.                                  D34
12729T 2435-RETENTION-SIEGELN-1001.                                     D34
12729U     MOVE C-01-INT-SIEGEL-SATZ    TO KAISIG-FUNKTION              D34
12729V     MOVE C-RUN-PROGRAMM          TO KAISIG-PROGRAMM              D34
12729W     MOVE C-QUELLE-RPLSTORE       TO KAISIG-QUELLE                D34
12729X     MOVE H-RPL-LAUFDATUM         TO KAISIG-LAUFDATUM             D34
12729Y     MOVE KAIEIN1-KONTO-ID        TO KAISIG-KONTO-ID              D34
12729Z     MOVE KAIEIN1-AUSZUGSDATUM    TO KAISIG-AUSZUGSDATUM          D34
1272A0     MOVE KAIEIN1-AUSZUGSNUMMER   TO KAISIG-AUSZUGSNUMMER         D34
1272A1     MOVE KAIEIN1-AUSZUG-FNR      TO KAISIG-AUSZUG-FNR            D34
1272A2     MOVE KAIEIN1-BETRAG          TO KAISIG-BETRAG                D34
1272A3     MOVE C-LAENGE-RPL            TO KAISIG-LAENGE                D34
1272A4     MOVE KAIEIN1-EINGABEBEREICH  TO KAISIG-DATEN                 D34
1272A5     CALL "AKASIG"                                                D34
1272A6     USING KAISIG-EINGABEBEREICH                                  D34
1272A7           GSOVER-VERSTAENDIGUNGSBEREICH                          D34
1272A8     END-CALL                                                     D34
1272A9     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D34
1272AA     .                                                            D34
1272AB 2435-RETENTION-SIEGELN-1002.                                     D34
1272AC 2435-RETENTION-SIEGELN-EXIT.                                     D34
1272AD     EXIT.                                                        D34
1272AE/---------------------------------------------------------------* D34
1272AF* Laufende: offene Siegel (RPLSTORE und Rohtext) schreiben      * D34
1272AG*---------------------------------------------------------------* D34
1272AH 2438-SIEGEL-ABSCHLIESSEN SECTION.                                D34
1272AI 2438-SIEGEL-ABSCHLIESSEN-1001.                                   D34
1272AJ     MOVE C-01-INT-SIEGEL-ENDE    TO KAISIG-FUNKTION              D34
1272AK     MOVE C-RUN-PROGRAMM          TO KAISIG-PROGRAMM              D34
1272AL     CALL "AKASIG"                                                D34
1272AM     USING KAISIG-EINGABEBEREICH                                  D34
1272AN           GSOVER-VERSTAENDIGUNGSBEREICH                          D34
1272AO     END-CALL                                                     D34
1272AP     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D34
1272AQ     .                                                            D34
1272AR 2438-SIEGEL-ABSCHLIESSEN-1002.                                   D34
1272AS 2438-SIEGEL-ABSCHLIESSEN-EXIT.                                   D34
1272AT     EXIT.                                                        D34
127310/---------------------------------------------------------------* D08
127311* Feld :86: - erste Zeile: GVC-Code (3 Ziffern), danach die     * D08
127312* ?-Segmente parsen                                             * D08
127320         ELSE                                                     D08
127321           SET SEG-N-IM-TEXT      TO TRUE                         D08
127322         END-IF                                                   D08
1273A1         IF SEG-IM-TEXT                                           D31
1273A2            AND H-86-REFTEXT-LEN  > ZERO                          D31
1273A3            AND H-86-REFTEXT-LEN  < C-86-REFTEXT-MAX              D31
1273A4            AND H-86-POS          + 7 <= H-86-CHUNK-LEN           D31
1273A5            AND H-86-CHUNK (H-86-POS + 7:1) = "+"                 D31
1273A6         THEN                                                     D31
1273A7           ADD 1                  TO H-86-REFTEXT-LEN             D31
1273A8         END-IF                                                   D31
127323         ADD 3                    TO H-86-POS                     D08
127324       ELSE                                                       D08
127325         IF SEG-IM-TEXT                                           D08
12732A                                  TO H-86-TEXT                    D08
12732B                                     (H-86-TEXT-LEN:1)            D08
12732C         END-IF                                                   D08
1273A9         IF SEG-IM-TEXT                                           D31
1273AA            AND H-86-REFTEXT-LEN  < C-86-REFTEXT-MAX              D31
1273AB         THEN                                                     D31
1273AC           ADD 1                  TO H-86-REFTEXT-LEN             D31
1273AD           MOVE H-86-CHUNK (H-86-POS:1)                           D31
1273AE                                  TO H-86-REFTEXT                 D31
1273AF                                     (H-86-REFTEXT-LEN:1)         D31
1273AG         END-IF                                                   D31
12732D         ADD 1                    TO H-86-POS                     D08
12732E       END-IF                                                     D08
12732F     END-PERFORM                                                  D08
12732O 2448-REFERENZEN-ZIEHEN SECTION.                                  D08
12732P 2448-REFERENZEN-ZIEHEN-1001.                                     D08
12732Q     MOVE ZERO                    TO H-REF-POS                    D08
12732R     INSPECT H-86-REFTEXT TALLYING H-REF-POS                      D31
12732S       FOR CHARACTERS BEFORE INITIAL "EREF+"                      D08
12732T     IF H-REF-POS                 < H-86-REFTEXT-LEN              D31
12732U     THEN                                                         D08
12732V       MOVE H-86-REFTEXT (H-REF-POS + 6:)                         D31
12732W                                  TO H-REF-REST                   D08
12732X       UNSTRING H-REF-REST DELIMITED BY SPACE OR "?"              D08
12732Y           INTO H-86-EREF                                         D08
12732Z       END-UNSTRING                                               D08
127330     END-IF                                                       D08
127331     MOVE ZERO                    TO H-REF-POS                    D08
127332     INSPECT H-86-REFTEXT TALLYING H-REF-POS                      D31
127333       FOR CHARACTERS BEFORE INITIAL "KREF+"                      D08
127334     IF H-REF-POS                 < H-86-REFTEXT-LEN              D31
127335     THEN                                                         D08
127336       MOVE H-86-REFTEXT (H-REF-POS + 6:)                         D31
127337                                  TO H-REF-REST                   D08
127338       UNSTRING H-REF-REST DELIMITED BY SPACE OR "?"              D08
127339           INTO H-86-KREF                                         D08
12733A       END-UNSTRING                                               D08
12733B     END-IF                                                       D08
12733C     MOVE ZERO                    TO H-REF-POS                    D08
12733D     INSPECT H-86-REFTEXT TALLYING H-REF-POS                      D31
12733E       FOR CHARACTERS BEFORE INITIAL "MREF+"                      D08
12733F     IF H-REF-POS                 < H-86-REFTEXT-LEN              D31
12733G     THEN                                                         D08
12733H       MOVE H-86-REFTEXT (H-REF-POS + 6:)                         D31
12733I                                  TO H-REF-REST                   D08
12733J       UNSTRING H-REF-REST DELIMITED BY SPACE OR "?"              D08
12733K           INTO H-86-MREF                                         D08
12733L       END-UNSTRING                                               D08
12733M     END-IF                                                       D08
1273AH     MOVE ZERO                    TO H-REF-POS                    D31
1273AI     INSPECT H-86-REFTEXT TALLYING H-REF-POS                      D31
1273AJ       FOR CHARACTERS BEFORE INITIAL "UETR+"                      D31
1273AK     IF H-REF-POS                 < H-86-REFTEXT-LEN              D31
1273AL     THEN                                                         D31
1273AM       MOVE H-86-REFTEXT (H-REF-POS + 6:)                         D31
1273AN                                  TO H-REF-REST                   D31
1273AO       UNSTRING H-REF-REST DELIMITED BY SPACE OR "?"              D31
1273AP           INTO H-86-UETR                                         D31
1273AQ       END-UNSTRING                                               D31
1273AR     END-IF                                                       D31
1273AS*    Instruction Id: Kundenreferenz der :61:-Zeile (nach Betrag   D31
1273AT*    und Buchungsschluessel Nxxx, bis "//"); NONREF = keine       D31
1273AU     MOVE ZERO                    TO H-REF-POS                    D31
1273AV     INSPECT H-P-61-ZEILE (9:) TALLYING H-REF-POS                 D31
1273AW       FOR CHARACTERS BEFORE INITIAL "N"                          D31
1273AX     IF H-REF-POS                 < 100                           D31
1273AY     THEN                                                         D31
1273AZ       MOVE H-P-61-ZEILE (H-REF-POS + 13:)                        D31
1273B1                                  TO H-REF-REST                   D31
1273B2       UNSTRING H-REF-REST DELIMITED BY "//" OR SPACE             D31
1273B3           INTO H-86-INSTR-ID                                     D31
1273B4       END-UNSTRING                                               D31
1273B5       IF H-86-INSTR-ID           = "NONREF"                      D31
1273B6       THEN                                                       D31
1273B7         MOVE SPACE               TO H-86-INSTR-ID                D31
1273B8       END-IF                                                     D31
1273B9     END-IF                                                       D31
12733N     .                                                            D08
12733O 2448-REFERENZEN-ZIEHEN-1002.                                     D08
12733P 2448-REFERENZEN-ZIEHEN-EXIT.                                     D08
130000     STRING H-VALUTA-JAHRHUNDERT  DELIMITED BY SIZE
130100            H-VALUTA-JJMMTT       DELIMITED BY SIZE
130200            INTO H-VALUTA-DATUM
130210*    Waehrungskennzeichen vor dem Betrag (ISO 4217) abtrennen     D32
130220     IF MT940-SATZ (12:3)         ALPHABETIC                      D32
130230        AND MT940-SATZ (12:3)     NOT = SPACE                     D32
130240     THEN                                                         D32
130250       MOVE MT940-SATZ (12:3)     TO H-SALDO-WAEHRUNG             D32
130260       MOVE MT940-SATZ (15:15)    TO H-BETRAG-TEXT                D32
130270     ELSE                                                         D32
130280       MOVE SPACE                 TO H-SALDO-WAEHRUNG             D32
130290       MOVE MT940-SATZ (12:15)    TO H-BETRAG-TEXT                D32
130300     END-IF                                                       D32
130400     INSPECT H-BETRAG-TEXT REPLACING ALL "," BY "."
130500     COMPUTE H-BETRAG = FUNCTION NUMVAL (H-BETRAG-TEXT)
130600     IF H-CD-MARKE                = "D"
13141M                                     (H-ANZ-64)                   D09
13141N     MOVE H-FOLGENR               TO H-64-AUSZUG-FNR (H-ANZ-64)   D09
13141O     MOVE H-64-BETRAG             TO H-64-SALDO (H-ANZ-64)        D09
1314A1     MOVE H-WAEHRUNG              TO H-64-WAEHRUNG (H-ANZ-64)     D32
13141P     .                                                            D09
13141Q 2700-TAG-64-VALUTASALDO-1002.                                    D09
13141R 2700-TAG-64-VALUTASALDO-EXIT.                                    D09
131427                                  TO KAI0AZH-AUSZUGSNUMMER        D09
131428       MOVE H-64-AUSZUG-FNR (H-64-IND)                            D09
131429                                  TO KAI0AZH-AUSZUG-FNR           D09
1314A2       MOVE H-64-WAEHRUNG (H-64-IND)                              D32
1314A3                                  TO KAI0AZH-WAEHRUNG             D32
13142A       CALL "CGSTAB"                                              D09
13142B       USING C-TAB-LESEN-EQUAL                                    D09
13142C             C-KONFIG-ID-KA                                       D09
131432 2950-VALUTASALDEN-NACHTRAGEN-1002.                               D09
131433 2950-VALUTASALDEN-NACHTRAGEN-EXIT.                               D09
131434     EXIT.                                                        D09
13143D/---------------------------------------------------------------* D33
13143M* Eingegangenen Auszug fuer den Abgleich mit den offenen MT920- * D33
13143V* Nachforderungen (KA02AKAF) merken                             * D33
131444*---------------------------------------------------------------* D33
13144D 2960-AUSZUG-MERKEN SECTION.                                      D33
13144M 2960-AUSZUG-MERKEN-1001.                                         D33
13144V     IF H-ANZ-AF                  >= 100                          D33
131454     THEN                                                         D33
13145D       GO TO 2960-AUSZUG-MERKEN-EXIT                              D33
13145M     END-IF                                                       D33
13145V     ADD C-1                      TO H-ANZ-AF                     D33
131464     MOVE H-KONTO-ID              TO H-AF-KONTO-ID (H-ANZ-AF)     D33
13146D     MOVE H-WAEHRUNG              TO H-AF-WAEHRUNG (H-ANZ-AF)     D33
13146M     IF MT942-REPORT                                              D33
13146V     THEN                                                         D33
131474       MOVE C-TYP-MT942           TO H-AF-TYP (H-ANZ-AF)          D33
13147D     ELSE                                                         D33
13147M       MOVE C-TYP-MT940           TO H-AF-TYP (H-ANZ-AF)          D33
13147V     END-IF                                                       D33
131484     MOVE H-AUSZUGSDATUM          TO H-AF-AUSZUGSDATUM (H-ANZ-AF) D33
13148D     MOVE H-AUSZUGSNUMMER         TO H-AF-AUSZUGSNUMMER           D33
13148M                                     (H-ANZ-AF)                   D33
13148V     .                                                            D33
131494 2960-AUSZUG-MERKEN-1002.                                         D33
13149D 2960-AUSZUG-MERKEN-EXIT.                                         D33
13149M     EXIT.                                                        D33
13149V/---------------------------------------------------------------* D33
1314A4* Nach dem Uebernahme-Ende: offene MT920-Nachforderungen, deren * D33
1314AD* Auszug eingegangen ist, auf "erfuellt" setzen. Anlass "L"     * D33
1314AM* (Nummernluecke) verlangt eine Auszugsnummer im geforderten    * D33
1314AV* Bereich, Anlass "M" einen Auszug nach dem Stand von DATUM-VON.* D33
1314B4* Ohne Anforderung je Waehrungstasche gilt die Anforderung des  * D33
1314BD* Kontos ohne Tasche                                            * D33
1314BM*---------------------------------------------------------------* D33
1314BV 2970-NACHFORDERUNGEN-ERFUELLEN SECTION.                          D33
1314C4 2970-NACHFORDERUNGEN-ERFUELLEN-1001.                             D33
1314CD     PERFORM VARYING H-AF-IND FROM 1 BY 1                         D33
1314CM             UNTIL H-AF-IND       > H-ANZ-AF                      D33
1314CV       MOVE H-AF-KONTO-ID (H-AF-IND)                              D33
1314D4                                  TO KAI0AAF-KONTO-ID             D33
1314DD       MOVE H-AF-WAEHRUNG (H-AF-IND)                              D33
1314DM                                  TO KAI0AAF-WAEHRUNG             D33
1314DV       MOVE H-AF-TYP (H-AF-IND)   TO KAI0AAF-NACHRICHTENTYP       D33
1314E4       PERFORM 2975-NACHFORDERUNG-LESEN                           D33
1314ED                     THRU 2975-NACHFORDERUNG-LESEN-EXIT           D33
1314EM       IF AF-N-GEFUNDEN                                           D33
1314EV          AND KAI0AAF-WAEHRUNG    NOT = SPACE                     D33
1314F4       THEN                                                       D33
1314FD         MOVE SPACE               TO KAI0AAF-WAEHRUNG             D33
1314FM         PERFORM 2975-NACHFORDERUNG-LESEN                         D33
1314FV                     THRU 2975-NACHFORDERUNG-LESEN-EXIT           D33
1314G4       END-IF                                                     D33
1314GD       IF AF-GEFUNDEN                                             D33
1314GM          AND KAO0AAF-OFFEN                                       D33
1314GV          AND ((KAO0AAF-ANLASS-LUECKE                             D33
1314H4            AND H-AF-AUSZUGSNUMMER (H-AF-IND)                     D33
1314HD                                  >= KAO0AAF-AUSZUGSNR-VON        D33
1314HM            AND H-AF-AUSZUGSNUMMER (H-AF-IND)                     D33
1314HV                                  <= KAO0AAF-AUSZUGSNR-BIS)       D33
1314I4           OR (NOT KAO0AAF-ANLASS-LUECKE                          D33
1314ID            AND H-AF-AUSZUGSDATUM (H-AF-IND)                      D33
1314IM                                  > KAO0AAF-DATUM-VON))           D33
1314IV       THEN                                                       D33
1314J4         SET KAO0AAF-ERFUELLT     TO TRUE                         D33
1314JD         MOVE H-AF-AUSZUGSDATUM (H-AF-IND)                        D33
1314JM                                  TO KAO0AAF-ERFUELLT-DATUM       D33
1314JV         MOVE H-AF-AUSZUGSNUMMER (H-AF-IND)                       D33
1314K4                                  TO KAO0AAF-ERFUELLT-AUSZUGSNR   D33
1314KD         CALL "CGSTAB"                                            D33
1314KM         USING C-TAB-SCHREIBEN-EQUAL                              D33
1314KV               C-KONFIG-ID-KA                                     D33
1314L4               C-OBJEKT-TAB-KA02AKAF                              D33
1314LD               GSOVER-VERSTAENDIGUNGSBEREICH                      D33
1314LM               KAI0AAF-EINGABEBEREICH                             D33
1314LV               KAO0AAF-AUSGABEBEREICH                             D33
1314M4               GSTTAB-EIN-AUSGABEBEREICH                          D33
1314MD         END-CALL                                                 D33
1314MM         IF GSOVER-GEWICHT        NOT = C-GEW-NICHT-GESETZT       D33
1314MV         THEN                                                     D33
1314N4           MOVE C-GEW-NICHT-GESETZT                               D33
1314ND                                  TO GSOVER-GEWICHT               D33
1314NM         ELSE                                                     D33
1314NV           MOVE SPACE             TO KONV-DRUCKZEILE              D33
1314O4           STRING "Hinweis: MT920-Nachforderung erfuellt - "      D33
1314OD                  "Konto " KAI0AAF-KONTO-ID (1:20)                D33
1314OM                  " Ref. " KAO0AAF-REFERENZ                       D33
1314OV                  DELIMITED BY SIZE INTO KONV-DRUCKZEILE          D33
1314P4           WRITE KONV-DRUCKZEILE                                  D33
1314PD         END-IF                                                   D33
1314PM       END-IF                                                     D33
1314PV     END-PERFORM                                                  D33
1314Q4     .                                                            D33
1314QD 2970-NACHFORDERUNGEN-ERFUELLEN-1002.                             D33
1314QM 2970-NACHFORDERUNGEN-ERFUELLEN-EXIT.                             D33
1314QV     EXIT.                                                        D33
1314R4/---------------------------------------------------------------* D33
1314RD* Nachforderung zum Schluessel in KAI0AAF lesen                 * D33
1314RM*---------------------------------------------------------------* D33
1314RV 2975-NACHFORDERUNG-LESEN SECTION.                                D33
1314S4 2975-NACHFORDERUNG-LESEN-1001.                                   D33
1314SD     CALL "CGSTAB"                                                D33
1314SM     USING C-TAB-LESEN-EQUAL                                      D33
1314SV           C-KONFIG-ID-KA                                         D33
1314T4           C-OBJEKT-TAB-KA02AKAF                                  D33
1314TD           GSOVER-VERSTAENDIGUNGSBEREICH                          D33
1314TM           KAI0AAF-EINGABEBEREICH                                 D33
1314TV           KAO0AAF-AUSGABEBEREICH                                 D33
1314U4           GSTTAB-EIN-AUSGABEBEREICH                              D33
1314UD     END-CALL                                                     D33
1314UM     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D33
1314UV     THEN                                                         D33
1314V4       SET AF-GEFUNDEN            TO TRUE                         D33
1314VD     ELSE                                                         D33
1314VM       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D33
1314VV       SET AF-N-GEFUNDEN          TO TRUE                         D33
1314W4     END-IF                                                       D33
1314WD     .                                                            D33
1314WM 2975-NACHFORDERUNG-LESEN-1002.                                   D33
1314WV 2975-NACHFORDERUNG-LESEN-EXIT.                                   D33
1314X4     EXIT.                                                        D33
131400/---------------------------------------------------------------*
131500* Abschluss des Uebernahme-Fensters bei AKAEIN anstossen         *
131600*---------------------------------------------------------------*
133600*---------------------------------------------------------------*
133700 9999-EXIT SECTION.
133800 9999-EXIT-1001.
133801     PERFORM 2438-SIEGEL-ABSCHLIESSEN                             D34
133802                              THRU 2438-SIEGEL-ABSCHLIESSEN-EXIT  D34
135210     PERFORM 8100-LAUFREGISTER-ENDE                               D05
135220                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D05
133900     CLOSE MT940IN
