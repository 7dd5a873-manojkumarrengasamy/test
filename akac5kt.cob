090061*     Sicht behaelt.                                         *     D02
090062*     Datum: 07.09.2026                          NKZ: KLM   *     D02
090063*                                                           *     D02
090064* D03 R58775                                                *     D03
090065*     Waehrungstaschen: Saldo und letzter Auszug je         *     D03
090066*     Waehrung des Kontos (Waehrungen aus KA03AKAH) in      *     D03
090067*     KAC5KT-A-WAE; das Konto bleibt eine Auskunft.         *     D03
090068*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090069*                                                           *     D03
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102810     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL". D02
102820     20 C-OBJEKT-TAB-KA000AKAL    PIC X(009) VALUE "KA000AKAL".   D02
102900     20 C-OBJEKT-TAB-KA03AKKTO    PIC X(009) VALUE "KA03AKKTO".
102920     20 C-OBJEKT-TAB-KA03AKAH    PIC X(009) VALUE "KA03AKAH".     D03
102940     20 C-MAX-WAE                PIC 9(002) VALUE 10.             D03
103000     20 C-OBJEKT-AUFTRAG-KKA5KT   PIC X(020) VALUE "KKA5KT".
103100     20 C-AKAC5KT                 PIC X(008) VALUE "AKAC5KT".
103200     20 C-01-INT-LES-KTO          PIC X(040) VALUE
106200  COPY CKAC5KT.
106210  COPY CKAI0AAL.                                                  D02
106220  COPY CKAO0AAL.                                                  D02
106225  COPY CKA0AKAH.                                                  D03
106230 01  H-TAGESDATUM                 PIC 9(008).                     D02
106300 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
106400 01  H-KTO-STATUS                 PIC X(001).
106500     88 KTO-GEFUNDEN              VALUE "J".
106600     88 KTO-N-GEFUNDEN            VALUE "N".
106700 01  H-AK-IND                     PIC 9(002).
106710 01  H-WAE-IND                    PIC 9(002).                     D03
106720 01  H-WAE-GEF                    PIC 9(002).                     D03
106730 01  H-AKAH-STATUS                PIC X(001).                     D03
106740     88 AKAH-GEFUNDEN             VALUE "J".                      D03
106750     88 AKAH-N-GEFUNDEN           VALUE "N".                      D03
106800/****************************************************************
106900 LINKAGE SECTION.
107000*****************************************************************
109800 KONTO-AUSKUNFT-1001.
109810*    Konto-Id-Alias aufloesen (alte Id -> neue Id)               D02
109820     PERFORM ALIAS-AUFLOESEN                                      D02
109920*    Waehrungstaschen des Kontos aus der Auszugs-Historie         D03
110020     PERFORM TASCHEN-ERMITTELN                                    D03
110120*    Kontosaldo und letzter Auszugsstand je Waehrungstasche       D03
110220     PERFORM TASCHE-LESEN                                         D03
110320        VARYING H-WAE-IND FROM C-1 BY C-1                         D03
110420        UNTIL H-WAE-IND          > KAC5KT-A-ANZ-WAE               D03
110520*    erste Tasche zusaetzlich in den Kontofeldern                 D03
110620     MOVE KAC5KT-A-WAE-SALDO (C-1)                                D03
110720                                  TO KAC5KT-A-SALDO               D03
110820     MOVE KAC5KT-A-WAE-WAEHRUNG (C-1)                             D03
110920                                  TO KAC5KT-A-WAEHRUNG            D03
111020     MOVE KAC5KT-A-WAE-AZ-DATUM (C-1)                             D03
111120                                  TO KAC5KT-A-DATUM-LE-AUSZUG     D03
111220     MOVE KAC5KT-A-WAE-AZ-NR (C-1)                                D03
111320                                  TO KAC5KT-A-NR-LE-AUSZUG        D03
111420     MOVE KAC5KT-A-WAE-AZ-FNR (C-1)                               D03
111520                                  TO KAC5KT-A-FOLGENR-LE-AUSZUG   D03
112300*    beteiligte Abstimmkreise aus KA000AKKTO
112400     MOVE ZERO                    TO KAC5KT-A-ANZ-AK
112500     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
113800     .
113900 KONTO-AUSKUNFT-1002.
114000     EXIT.
11400A/---------------------------------------------------------------* D03
11400K* Waehrungstaschen des Kontos ermitteln: jede Waehrung, zu der  * D03
11400U* die Auszugs-Historie KA03AKAH Auszuege des Kontos fuehrt;     * D03
114014* ohne Historie das Konto ohne Waehrungstasche (SPACE)          * D03
11401E*---------------------------------------------------------------* D03
11401O TASCHEN-ERMITTELN SECTION.                                       D03
11401Y TASCHEN-ERMITTELN-1001.                                          D03
114028     MOVE ZERO                    TO KAC5KT-A-ANZ-WAE             D03
11402I     MOVE C-1                     TO H-LFD-ZEILE                  D03
11402S     SET AKAH-GEFUNDEN            TO TRUE                         D03
114032     PERFORM UNTIL AKAH-N-GEFUNDEN                                D03
11403C       MOVE H-LFD-ZEILE           TO KA0AKAH-ZEILENNUMMER         D03
11403M       CALL "CGSTAB" USING                                        D03
11403W            C-TAB-LESEN-ZEILE                                     D03
114046            C-KONFIG-ID-KA                                        D03
11404G            C-OBJEKT-TAB-KA03AKAH                                 D03
11404Q            GSOVER-VERSTAENDIGUNGSBEREICH                         D03
114050            KA0AKAH-EINGABEBEREICH                                D03
11405A            KA0AKAH-AUSGABEBEREICH                                D03
11405K            DUMMY                                                 D03
11405U       END-CALL                                                   D03
114064       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT           D03
11406E       THEN                                                       D03
11406O         IF KA0AKAH-HERKUNFT      = KAC5KT-E-HERKUNFT             D03
11406Y            AND KA0AKAH-KONTO-ID  = KAC5KT-E-KONTO-ID             D03
114078         THEN                                                     D03
11407I           PERFORM TASCHE-EINORDNEN                               D03
11407S         END-IF                                                   D03
114082         ADD C-1                  TO H-LFD-ZEILE                  D03
11408C       ELSE                                                       D03
11408M         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT               D03
11408W         SET AKAH-N-GEFUNDEN      TO TRUE                         D03
114096       END-IF                                                     D03
11409G     END-PERFORM                                                  D03
11409Q     IF KAC5KT-A-ANZ-WAE          = ZERO                          D03
1140A0     THEN                                                         D03
1140AA       MOVE C-1                   TO KAC5KT-A-ANZ-WAE             D03
1140AK       MOVE SPACE                 TO KAC5KT-A-WAE-WAEHRUNG (C-1)  D03
1140AU     END-IF                                                       D03
1140B4     .                                                            D03
1140BE TASCHEN-ERMITTELN-1002.                                          D03
1140BO     EXIT.                                                        D03
1140BY/---------------------------------------------------------------* D03
1140C8* Waehrung des Historiensatzes aufnehmen, falls noch nicht      * D03
1140CI* bekannt                                                       * D03
1140CS*---------------------------------------------------------------* D03
1140D2 TASCHE-EINORDNEN SECTION.                                        D03
1140DC TASCHE-EINORDNEN-1001.                                           D03
1140DM     MOVE ZERO                    TO H-WAE-GEF                    D03
1140DW     PERFORM VARYING H-WAE-IND FROM C-1 BY C-1                    D03
1140E6             UNTIL H-WAE-IND      > KAC5KT-A-ANZ-WAE              D03
1140EG                OR H-WAE-GEF      NOT = ZERO                      D03
1140EQ       IF KAC5KT-A-WAE-WAEHRUNG (H-WAE-IND)                       D03
1140F0                                  = KA0AKAH-WAEHRUNG              D03
1140FA       THEN                                                       D03
1140FK         MOVE H-WAE-IND           TO H-WAE-GEF                    D03
1140FU       END-IF                                                     D03
1140G4     END-PERFORM                                                  D03
1140GE     IF H-WAE-GEF                 = ZERO                          D03
1140GO        AND KAC5KT-A-ANZ-WAE      < C-MAX-WAE                     D03
1140GY     THEN                                                         D03
1140H8       ADD C-1                    TO KAC5KT-A-ANZ-WAE             D03
1140HI       MOVE KA0AKAH-WAEHRUNG      TO KAC5KT-A-WAE-WAEHRUNG        D03
1140HS                                     (KAC5KT-A-ANZ-WAE)           D03
1140I2     END-IF                                                       D03
1140IC     .                                                            D03
1140IM TASCHE-EINORDNEN-1002.                                           D03
1140IW     EXIT.                                                        D03
1140J6/---------------------------------------------------------------* D03
1140JG* Kontostand einer Waehrungstasche lesen (KKA5KT); fehlt bei    * D03
1140JQ* mehreren Taschen eine, bleibt sie mit Saldo null stehen       * D03
1140K0*---------------------------------------------------------------* D03
1140KA TASCHE-LESEN SECTION.                                            D03
1140KK TASCHE-LESEN-1001.                                               D03
1140KU     MOVE C-01-INT-LES-KTO        TO KAI5KT1-FUNKTION             D03
1140L4     MOVE KAC5KT-E-HERKUNFT       TO KAI5KT1-HERKUNFT             D03
1140LE     MOVE KAC5KT-E-KONTO-ID       TO KAI5KT1-KONTO-ID             D03
1140LO     MOVE KAC5KT-A-WAE-WAEHRUNG (H-WAE-IND)                       D03
1140LY                                  TO KAI5KT1-WAEHRUNG             D03
1140M8     CALL "CGSAUF"                                                D03
1140MI     USING C-AUF-AUFRUF-AL                                        D03
1140MS           C-KONFIG-ID-KA                                         D03
1140N2           C-OBJEKT-AUFTRAG-KKA5KT                                D03
1140NC           GSOVER-VERSTAENDIGUNGSBEREICH                          D03
1140NM           KAI5KT1-EINGABEBEREICH                                 D03
1140NW           KAO5KT1-AUSGABEBEREICH                                 D03
1140O6           DUMMY                                                  D03
1140OG     END-CALL                                                     D03
1140OQ     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D03
1140P0     THEN                                                         D03
1140PA       MOVE KAO5KT1-SALDO         TO KAC5KT-A-WAE-SALDO           D03
1140PK                                     (H-WAE-IND)                  D03
1140PU       MOVE KAO5KT1-WAEHRUNG      TO KAC5KT-A-WAE-WAEHRUNG        D03
1140Q4                                     (H-WAE-IND)                  D03
1140QE       MOVE KAO5KT1-DATUM-LE-AUSZUG                               D03
1140QO                                  TO KAC5KT-A-WAE-AZ-DATUM        D03
1140QY                                     (H-WAE-IND)                  D03
1140R8       MOVE KAO5KT1-NR-LE-AUSZUG  TO KAC5KT-A-WAE-AZ-NR           D03
1140RI                                     (H-WAE-IND)                  D03
1140RS       MOVE KAO5KT1-FOLGENR-LE-AUSZUG                             D03
1140S2                                  TO KAC5KT-A-WAE-AZ-FNR          D03
1140SC                                     (H-WAE-IND)                  D03
1140SM     ELSE                                                         D03
1140SW       IF KAC5KT-A-ANZ-WAE        = C-1                           D03
1140T6          OR GSOVER-GEWICHT       = C-GEW-ABBRUCH                 D03
1140TG       THEN                                                       D03
1140TQ         PERFORM MELDUNG-IN-APDU-EINTRAGEN                        D03
1140U0         GO TO PROGRAMM-VERLASSEN                                 D03
1140UA       END-IF                                                     D03
1140UK       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D03
1140UU       MOVE ZERO                  TO KAC5KT-A-WAE-SALDO           D03
1140V4                                     (H-WAE-IND)                  D03
1140VE                                     KAC5KT-A-WAE-AZ-DATUM        D03
1140VO                                     (H-WAE-IND)                  D03
1140VY                                     KAC5KT-A-WAE-AZ-NR           D03
1140W8                                     (H-WAE-IND)                  D03
1140WI                                     KAC5KT-A-WAE-AZ-FNR          D03
1140WS                                     (H-WAE-IND)                  D03
1140X2     END-IF                                                       D03
1140XC     .                                                            D03
1140XM TASCHE-LESEN-1002.                                               D03
1140XW     EXIT.                                                        D03
114100/---------------------------------------------------------------*
114200* Zeile aus KA03AKKTO lesen                                     *
114300*---------------------------------------------------------------*
