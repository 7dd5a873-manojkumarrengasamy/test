002600* der Bank tatsaechlich gebuchten Zins (Datei ZSTIST je     *
002700* Konto) gestellt; Abweichungen ueber der Schwelle aus      *
002800* ZSTPARM ergeben eine DIFFERENZ-Zeile in ZSTAUS.           *
002810* Jede Berichtszeile traegt das Ende des Berichtszeitraums, *     D03
002811* damit die Berichte fuer Jahresauswertungen (AKAKBR)       *     D03
002812* aneinandergehaengt werden koennen.                        *     D03
002900*@E-ELEMENTBESCHREIBUNG                                     *
003000*                                                           *
004000*@A-COBOL-COPY                                              *
004500* CKA0AKAH   : ZEILENSCAN KA03AKAH                          *
004600* CKAI0AEN   : EINGABEBEREICH KA000AKEN                     *
004700* CKAO0AEN   : AUSGABEBEREICH KA000AKEN                     *
004701* CKAIRUN    : EINGABEBEREICH AKARUN                        *     D04
004800*@E-COBOL-COPY                                              *
004900*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090053*     aus den Schlusssalden der Auszugs-Historie.            *     D01
090054*     Datum: 07.09.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58775                                                *     D02
090057*     Waehrungstaschen: Zinsstaffel je Konto und Waehrung;  *     D02
090058*     ZSTIST optional mit Waehrung, Waehrung in ZSTAUS.     *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
090061* D03 R58802                                                *     D03
090062*     Ende des Berichtszeitraums in der ZSTAUS-Zeile fuer   *     D03
090063*     die Jahresauswertung je Korrespondent.                *     D03
090064*     Datum: 15.10.2026                          NKZ: KLM   *     D03
090065*                                                           *     D03
090066* D04 R58809                                                *     D04
090067*     Anbindung an das zentrale Laufregister KA02AKRG       *     D04
090068*     (Start- und Endemeldung ueber AKARUN), damit der      *     D04
090069*     Ultimo-Planer AKAUPL die Erledigung pruefen kann.     *     D04
090070*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090071*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103200     05 FILLER                    PIC X(001).
103300     05 ZST-I-BETRAG-VZ           PIC X(001).
103400     05 ZST-I-BETRAG              PIC 9(011)V9(002).
103420     05 FILLER                    PIC X(001).                     D02
103440*    Waehrungstasche; SPACE = erste Tasche des Kontos             D02
103460     05 ZST-I-WAEHRUNG            PIC X(003).                     D02
103500 FD  ZSTAUS
103600     RECORDING MODE IS F.
103700 01  ZST-DRUCKZEILE               PIC X(140).
107100     05 ZST-D-ZINS-IST            PIC -(011)9,99.
107200     05 FILLER                    PIC X(001) VALUE SPACE.
107300     05 ZST-D-DIFFERENZ           PIC -(011)9,99.
107350     05 FILLER                    PIC X(001) VALUE SPACE.         D02
107400     05 ZST-D-WAEHRUNG            PIC X(003).                     D02
107401     05 FILLER                    PIC X(001) VALUE SPACE.         D03
107402     05 ZST-D-DATUM-BIS           PIC 9(008).                     D03
107403     05 FILLER                    PIC X(017) VALUE SPACE.         D03
107500/---------------------------------------------------------------*
107600* Salden des Berichtszeitraums                                  *
107700*---------------------------------------------------------------*
109000     05 ZST-KONTO                 OCCURS 200.
109100        10 ZST-K-HERKUNFT         PIC X(011).
109200        10 ZST-K-KONTO-ID         PIC X(035).
109250        10 ZST-K-WAEHRUNG         PIC X(003).                     D02
109300        10 ZST-K-ZINS-BERECHNET   PIC S9(011)V9(002) COMP-3.
109400        10 ZST-K-ZINS-IST         PIC S9(011)V9(002) COMP-3.
109500        10 ZST-K-IST-VORHANDEN    PIC X(001).
110300  COPY CKAI0AEN.
110400  COPY CKAO0AEN.
110500 01  DUMMY                        PIC X(001).
110501  COPY CKAIRUN.                                                   D04
110502 01  H-RUN-ZAEHLER.                                               D04
110503     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.          D04
110504     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.          D04
110505     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.          D04
110506 01  C-LAUFREGISTER-KONSTANTEN.                                   D04
110507     05 C-01-INT-LAUF-START       PIC X(040) VALUE                D04
110508                                  "01-INT-LAUF-START".            D04
110509     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE                D04
11050A                                  "01-INT-LAUF-ENDE".             D04
11050B     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKAZST".      D04
11050C 01  H-LAUFDATUM                  PIC 9(008).                     D04
110600/---------------------------------------------------------------*
110700* Hilfsvariable                                                 *
110800*---------------------------------------------------------------*
112500 01  H-DIFFERENZ                  PIC S9(011)V9(002) COMP-3.
112600 01  H-DIFFERENZ-ABS              PIC 9(011)V9(002) COMP-3.
112700 01  H-IST-BETRAG                 PIC S9(011)V9(002) COMP-3.
112720 01  H-IST-STATUS                 PIC X(001).                     D02
112740     88 IST-ZUGEORDNET            VALUE "J".                      D02
112760     88 IST-N-ZUGEORDNET          VALUE "N".                      D02
112800/****************************************************************
112900 PROCEDURE DIVISION.
113000*****************************************************************
113400     PERFORM 2000-SALDEN-LADEN    THRU 2000-SALDEN-LADEN-EXIT
113500     PERFORM 2500-IST-LADEN       THRU 2500-IST-LADEN-EXIT
113600     PERFORM 3000-STAFFEL-RECHNEN THRU 3000-STAFFEL-RECHNEN-EXIT
113601     PERFORM 8100-LAUFREGISTER-ENDE                               D04
113602                              THRU 8100-LAUFREGISTER-ENDE-EXIT    D04
113700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
113800     STOP RUN
113900     .
114400*---------------------------------------------------------------*
114500 1000-INITIALISIERUNG SECTION.
114600 1000-INITIALISIERUNG-1001.
114601     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD              D04
114602     PERFORM 8000-LAUFREGISTER-START                              D04
114603                              THRU 8000-LAUFREGISTER-START-EXIT   D04
114700     OPEN INPUT  ZSTPARM
114800     OPEN INPUT  ZSTIST
114900     OPEN OUTPUT ZSTAUS
123000             UNTIL H-SUCH-IND     > ZST-ANZ-KONTEN
123100       IF ZST-K-HERKUNFT (H-SUCH-IND) = KA0AKAH-HERKUNFT
123200          AND ZST-K-KONTO-ID (H-SUCH-IND) = KA0AKAH-KONTO-ID
123250          AND ZST-K-WAEHRUNG (H-SUCH-IND) = KA0AKAH-WAEHRUNG      D02
123300       THEN
123400         MOVE H-SUCH-IND          TO H-KONTO-IND
123500       END-IF
124600     MOVE ZST-ANZ-KONTEN          TO H-KONTO-IND
124700     MOVE KA0AKAH-HERKUNFT        TO ZST-K-HERKUNFT (H-KONTO-IND)
124800     MOVE KA0AKAH-KONTO-ID        TO ZST-K-KONTO-ID (H-KONTO-IND)
124850     MOVE KA0AKAH-WAEHRUNG        TO ZST-K-WAEHRUNG (H-KONTO-IND) D02
124900     MOVE ZERO                    TO ZST-K-ZINS-BERECHNET
125000                                     (H-KONTO-IND)
125100     MOVE ZERO                    TO ZST-K-ZINS-IST (H-KONTO-IND)
126700       THEN
126800         COMPUTE H-IST-BETRAG     = H-IST-BETRAG * -1
126900       END-IF
126950       SET IST-N-ZUGEORDNET         TO TRUE                       D02
127000       PERFORM VARYING H-SUCH-IND FROM 1 BY 1                     D02
127050               UNTIL H-SUCH-IND   > ZST-ANZ-KONTEN                D02
127100                  OR IST-ZUGEORDNET                               D02
127150         IF ZST-K-HERKUNFT (H-SUCH-IND) = ZST-I-HERKUNFT          D02
127200            AND ZST-K-KONTO-ID (H-SUCH-IND) = ZST-I-KONTO-ID      D02
127250            AND (ZST-K-WAEHRUNG (H-SUCH-IND) = ZST-I-WAEHRUNG     D02
127300              OR ZST-I-WAEHRUNG      = SPACE)                     D02
127350         THEN                                                     D02
127400           SET IST-ZUGEORDNET       TO TRUE                       D02
127450           MOVE H-IST-BETRAG      TO ZST-K-ZINS-IST (H-SUCH-IND)  D02
127500           MOVE "J"               TO ZST-K-IST-VORHANDEN          D02
127550                                     (H-SUCH-IND)                 D02
127600         END-IF                                                   D02
127650       END-PERFORM                                                D02
128000       PERFORM 2510-IST-LESEN     THRU 2510-IST-LESEN-EXIT
128100     END-PERFORM
128200     .
133400     THEN
133500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133600       INITIALIZE ZST-DETAIL
133601       MOVE ZST-P-DATUM-BIS       TO ZST-D-DATUM-BIS              D03
133700       MOVE C-MELD-OHNE-SATZ      TO ZST-D-MELDUNG
133800       MOVE ZST-K-HERKUNFT (H-KONTO-IND)
133900                                  TO ZST-D-HERKUNFT
134000       MOVE ZST-K-KONTO-ID (H-KONTO-IND)
134100                                  TO ZST-D-KONTO-ID
134120       MOVE ZST-K-WAEHRUNG (H-KONTO-IND)                          D02
134140                                  TO ZST-D-WAEHRUNG               D02
134200       MOVE ZST-DETAIL            TO ZST-DRUCKZEILE
134300       WRITE ZST-DRUCKZEILE
134400       GO TO 3100-KONTO-RECHNEN-EXIT
138500       MOVE H-DIFFERENZ           TO H-DIFFERENZ-ABS
138600     END-IF
138700     INITIALIZE ZST-DETAIL
138701     MOVE ZST-P-DATUM-BIS         TO ZST-D-DATUM-BIS              D03
138800     IF H-DIFFERENZ-ABS           > ZST-P-SCHWELLE
138900     THEN
139000       MOVE C-MELD-DIFFERENZ      TO ZST-D-MELDUNG
139500                                  TO ZST-D-HERKUNFT
139600     MOVE ZST-K-KONTO-ID (H-KONTO-IND)
139700                                  TO ZST-D-KONTO-ID
139720       MOVE ZST-K-WAEHRUNG (H-KONTO-IND)                          D02
139740                                  TO ZST-D-WAEHRUNG               D02
139800     MOVE H-ZINS                  TO ZST-D-ZINS-BERECHNET
139900     MOVE ZST-K-ZINS-IST (H-KONTO-IND)
140000                                  TO ZST-D-ZINS-IST
142800 3200-NAECHSTEN-SALDO-1002.
142900 3200-NAECHSTEN-SALDO-EXIT.
143000     EXIT.
143001/---------------------------------------------------------------* D04
143002* Start im zentralen Laufregister melden                        * D04
143003*---------------------------------------------------------------* D04
143004 8000-LAUFREGISTER-START SECTION.                                 D04
143005 8000-LAUFREGISTER-START-1001.                                    D04
143006     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION              D04
143007     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D04
143008     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D04
143009     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN           D04
14300A                                     KAIRUN-ANZ-GESCHRIEBEN       D04
14300B                                     KAIRUN-ANZ-FEHLER            D04
14300C     CALL "AKARUN"                                                D04
14300D     USING KAIRUN-EINGABEBEREICH                                  D04
14300E           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
14300F     END-CALL                                                     D04
14300G     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D04
14300H     .                                                            D04
14300I 8000-LAUFREGISTER-START-1002.                                    D04
14300J 8000-LAUFREGISTER-START-EXIT.                                    D04
14300K     EXIT.                                                        D04
14300L/---------------------------------------------------------------* D04
14300M* Ende mit Kontrollsummen im zentralen Laufregister melden      * D04
14300N*---------------------------------------------------------------* D04
14300O 8100-LAUFREGISTER-ENDE SECTION.                                  D04
14300P 8100-LAUFREGISTER-ENDE-1001.                                     D04
14300Q     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION              D04
14300R     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM              D04
14300S     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM             D04
14300T     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN           D04
14300U     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN       D04
14300V     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER            D04
14300W     CALL "AKARUN"                                                D04
14300X     USING KAIRUN-EINGABEBEREICH                                  D04
14300Y           GSOVER-VERSTAENDIGUNGSBEREICH                          D04
14300Z     END-CALL                                                     D04
143010     .                                                            D04
143011 8100-LAUFREGISTER-ENDE-1002.                                     D04
143012 8100-LAUFREGISTER-ENDE-EXIT.                                     D04
143013     EXIT.                                                        D04
143100/---------------------------------------------------------------*
143200* Programmende                                                  *
143300*---------------------------------------------------------------*
