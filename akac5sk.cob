000010* ELEMENTKOPF-COBOL-SOURCE ********************************%*
000100*@CR                                                              CCC
000150* COPYRIGHT (C) 2018                                              CCC
000151* Fidelity National Information Services, Inc. and/or its         CCC
000152* subsidiaries - All Rights Reserved worldwide.                   CCC
000153* This document is protected under the trade secret and           CCC
000154* copyright laws as the property of Fidelity National             CCC
000155* Information Services, Inc. and/or its subsidiaries.             CCC
000156* Copying, reproduction or distribution should be limited         CCC
000157* and only to employees with a ( need to know )                   CCC
000158* to do their job. Any disclosure of this document                CCC
000159* to third parties is strictly prohibited.                        CCC
000160*@CR
000160*
000160* ELEMENTIDENTIFIKATION :
000160* -----------------------
000160*
000160*@a_element_info
000160*@Titel         : (CI)  Statuskarte eines Abstimmkreises
000160*@Elementname   : akac5sk.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : ja
000160*@Kategorie     : scc
000160*@BatchDialog   : dialog
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Statuskarte eines Abstimmkreises           *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001300*                                                           *
001400*************************************************************
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* CI-Auftrag der Statuskarte: zu einem Abstimmkreis wird    *
001800* der gesamte Betriebszustand auf einem Bild geliefert:     *
001900* - offene, in Klaerung befindliche und zurueckgestellte    *
002000*   Posten mit Anzahl und Summe je Altersklasse (wie        *
002100*   AKAAGR: Geschaeftstage ab Valuta ueber AKAFTG,          *
002200*   technische Posten gesondert gezaehlt)                   *
002300* - Abweichung gegen das Limit (AKASAL, wie AKALIM)         *
002400* - Quarantaene (Kennzeichen im Stamm, Bestand KA03AKQU)    *
002500*   und Eindaemmung (Kennzeichen, letzter offener Vorfall   *
002600*   aus KA03AKIC)                                           *
002700* - aktuelle Sperre (AKALCK 01-INT-PRUEFEN)                 *
002800* - zugeordnete Konten mit letztem Auszug (KKA5KT) und      *
002900*   ueberfaelliger Lieferung laut Lieferplan                *
003000* - Zertifizierung des Vormonats (KA02AKCE)                 *
003100* - SLA-Verletzungen: freizugebende Schliessungen ueber     *
003200*   der Schwelle von AKASLA (KA02AKPA, sonst 2 Tage)        *
003300* - schwebende Stammdatenaenderungen (KA03AKPD) zu den      *
003400*   Konten des Kreises und zu seinem Abstimmkreis-Typ       *
003500* Fuer die Folgedialoge AKAC5AL, AKASAL und AKAC5KT werden  *
003600* die Einstiegsschluessel in KAC5SK-A-SPRUNG versorgt.      *
003700*@E-ELEMENTBESCHREIBUNG                                     *
003800*                                                           *
003900*@A-MODULAUFRUF                                             *
004000* Aufruf-Parameter: PRODECURE DIVISION                      *
004100*                   USING GSCI-STEUERDATEN                  *
004200*@E-MODULAUFRUF                                             *
004300*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58798                                                *     D01
090052*     Neuanlage - Statuskarte eines Abstimmkreises mit      *     D01
090053*     Posten, Limit, Quarantaene, Sperre, Lieferungen,      *     D01
090054*     Zertifizierung, SLA und Stammdatenaenderungen.        *     D01
090055*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090056*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAC5SK.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akac5sk ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01 GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-KONFIG-ID-GS            PIC X(002) VALUE "GS".
101900     20 C-CI-NACHRICHT-LESEN      PIC X(040)
102000                                  VALUE "NACHRICHT-LESEN".
102100     20 C-CI-NACHRICHT-SCHREIBEN  PIC X(040)
102200                                  VALUE "NACHRICHT-SCHREIBEN".
102300     20 C-OBJEKT-CI-LINES         PIC X(020) VALUE "LINES".
102400     20 C-CI-MELDUNGEN            PIC X(001) VALUE "M".
102500     20 C-KAC5SK                  PIC X(008) VALUE "KAC5SK".
102600     20 C-RETCODE-END             PIC 9(004) COMP-5 VALUE 0.
102700     20 C-GET                     PIC X(006) VALUE "GET   ".
102800     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
102900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
103000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
103100     20 C-OBJEKT-TAB-KA01AKRS     PIC X(009) VALUE "KA01AKRS".
103200     20 C-OBJEKT-TAB-KA03AKQU     PIC X(009) VALUE "KA03AKQU".
103300     20 C-OBJEKT-TAB-KA03AKIC     PIC X(009) VALUE "KA03AKIC".
103400     20 C-OBJEKT-TAB-KA03AKKTO    PIC X(009) VALUE "KA03AKKTO".
103500     20 C-OBJEKT-TAB-KA02AKCE     PIC X(009) VALUE "KA02AKCE".
103600     20 C-OBJEKT-TAB-KA02AKPA     PIC X(009) VALUE "KA02AKPA".
103700     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
103800     20 C-OBJEKT-TAB-KA03AKPD     PIC X(009) VALUE "KA03AKPD".
103900     20 C-OBJEKT-AUFTRAG-KKA5KT   PIC X(020) VALUE "KKA5KT".
104000     20 C-OBJEKT-KA-FTG           PIC X(020) VALUE "AKAFTG".
104100     20 C-AKASAL                  PIC X(008) VALUE "AKASAL".
104200     20 C-AKAC5SK                 PIC X(008) VALUE "AKAC5SK".
104300     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
104400                                  VALUE "01-STD-APO-LIST-SUCHE".
104500     20 C-01-STD-ANZ-GESCHAEFTSTAGE
104600                                  PIC X(040) VALUE
104700                                  "01-STD-ANZ-GESCHAEFTSTAGE".
104800     20 C-01-INT-SALD-INFO-AKRS   PIC X(040) VALUE
104900                                  "01-INT-SALD-INFO-AKRS".
105000     20 C-01-INT-PRUEFEN          PIC X(040) VALUE
105100                                  "01-INT-PRUEFEN".
105200     20 C-01-INT-LES-KTO          PIC X(040) VALUE
105300                                  "01-INT-LES-KTO".
105400     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
105500     20 C-ZP-PROGRAMM-AKASLA      PIC X(008) VALUE "AKASLA".
105600     20 C-ZP-PARAMETERSATZ-STD    PIC X(008) VALUE "STANDARD".
105700     20 C-SCHWELLE-STANDARD       PIC 9(003) VALUE 2.
105800     20 C-STATUS-FREIZUGEBEN      PIC 9(001) VALUE 5.
105900     20 C-SPRUNG-STATUS-OFFEN     PIC X(002) VALUE "02".
106000     20 C-TABELLE-BKAKTO          PIC X(009) VALUE "BKAKTO".
106100     20 C-TABELLE-AKFB            PIC X(009) VALUE "KA00AKFB".
106200     20 C-EINDAEMMUNG-OFFEN       PIC X(001) VALUE "E".
106300     20 C-TECHNIK-KZ              PIC X(001) VALUE "T".
106400     20 C-J                       PIC X(001) VALUE "J".
106500     20 C-N                       PIC X(001) VALUE "N".
106600     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
106700     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
106800     20 C-ANZ-SG                  PIC 9(001) VALUE 3.
106900     20 C-ANZ-KLASSEN             PIC 9(001) VALUE 4.
107000     20 C-MAX-KTO                 PIC 9(002) VALUE 20.
107100     20 C-TAGE-WOECHENTLICH       PIC 9(001) VALUE 7.
107200*    Statusgruppen der Karte: offen, in Klaerung, zurueckgestellt
107300 01 C-SG-STATI-WERTE              PIC X(003) VALUE "231".
107400 01 C-SG-STATI REDEFINES C-SG-STATI-WERTE.
107500     05 C-SG-STATUS               OCCURS 3 PIC 9(001).
107600*    Altersklassen in Geschaeftstagen ab Valuta (wie AKAAGR)
107700 01 C-KLASSE-GRENZE-WERTE         PIC X(012) VALUE "030060090999".
107800 01 C-KLASSE-GRENZE-TAB REDEFINES C-KLASSE-GRENZE-WERTE.
107900     05 C-KLASSE-GRENZE           OCCURS 4 PIC 9(003).
108000/---------------------------------------------------------------*
108100* Meldungsgewichte                                              *
108200*---------------------------------------------------------------*
108300  COPY DCTGRCGE.
108400/---------------------------------------------------------------*
108500* LOCAL-STORAGE-Section                                         *
108600*---------------------------------------------------------------*
108700 LOCAL-STORAGE SECTION.
108800  COPY CGSOVER.
108900 01  DUMMY                        PIC X(001).
109000  COPY CGSICI.
109100  COPY CGSOCI.
109200  COPY CGSTTAB.
109300  COPY DKAXIND.
109400  COPY CKAXIND.
109500  COPY CKAI0AKR.
109600  COPY CKAO0AKR.
109700  COPY CKAI5OF2.
109800  COPY CKAI5OF3.
109900  COPY CKAO5OF2.
110000  COPY CKAIFTG1.
110100  COPY CKAOFTG1.
110200  COPY CKAISAL1.
110300  COPY CKAOSAL1.
110400  COPY CKA0AKQU.
110500  COPY CKA0AKIC.
110600  COPY CKAILCK.
110700  COPY CKAO0AKX.
110800  COPY CKAI0AKK.
110900  COPY CKAO0AKK.
111000  COPY CKAI5KT1.
111100  COPY CKAO5KT1.
111200  COPY CKAI0ACE.
111300  COPY CKAO0ACE.
111400  COPY CKAI0APA.
111500  COPY CKAO0APA.
111600  COPY CKA0SCH.
111700  COPY CKA0AKPD.
111800  COPY CKAC5SK.
111900 01  H-TAGESDATUM.
112000     05  H-TAGESDATUM-JJJJ        PIC 9(004).
112100     05  H-TAGESDATUM-MM          PIC 9(002).
112200     05  H-TAGESDATUM-TT          PIC 9(002).
112300 01  H-TAGESDATUM-N REDEFINES H-TAGESDATUM
112400                                  PIC 9(008).
112500 01  H-PERIODE.
112600     05  H-PERIODE-JJJJ           PIC 9(004).
112700     05  H-PERIODE-MM             PIC 9(002).
112800 01  H-PERIODE-N REDEFINES H-PERIODE
112900                                  PIC 9(006).
113000 01  H-ZPARM-WERT                 PIC X(080).
113100 01  H-ZPARM-SCHWELLE REDEFINES H-ZPARM-WERT.
113200     05  H-ZPARM-SCHWELLE-TAGE    PIC 9(003).
113300     05  FILLER                   PIC X(077).
113400 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
113500 01  H-SCAN-STATUS                PIC X(001).
113600     88 SCAN-GEFUNDEN             VALUE "J".
113700     88 SCAN-N-GEFUNDEN           VALUE "N".
113800 01  H-SEITE-STATUS               PIC X(001).
113900     88 SEITE-WEITER              VALUE "W".
114000     88 SEITE-FERTIG              VALUE "F".
114100 01  H-KTO-STATUS                 PIC X(001).
114200     88 KTO-ZUM-AK                VALUE "J".
114300     88 KTO-N-ZUM-AK              VALUE "N".
114400 01  H-SG-IND                     PIC 9(001).
114500 01  H-KL-IND                     PIC 9(001).
114600 01  H-IND                        PIC 9(003).
114700 01  H-KTO-IND                    PIC 9(002).
114800 01  H-AGE-TAGE                   PIC S9(007) COMP-3.
114900 01  H-WARTETAGE                  PIC S9(007) COMP-3.
115000 01  H-FEHLTAGE                   PIC S9(007) COMP-3.
115100 01  H-ABWEICHUNG-ABS             PIC S9(015)V9(003).
115200 01  H-EIND-ZEITPUNKT             PIC 9(014).
115300 01  H-IC-ZEITPUNKT.
115400     05  H-IC-LAUFDATUM           PIC 9(008).
115500     05  H-IC-UHRZEIT             PIC 9(006).
115600 01  H-IC-ZEITPUNKT-N REDEFINES H-IC-ZEITPUNKT
115700                                  PIC 9(014).
115800/****************************************************************
115900 LINKAGE SECTION.
116000*****************************************************************
116100  COPY CGSCISD.
116200*****************************************************************
116300 PROCEDURE DIVISION
116400     USING GSCI-STEUERDATEN.
116500
116600 STEUER-AKAC5SK SECTION.
116700 STEUER-AKAC5SK-1001.
116800     MOVE SPACE                   TO DUMMY
116900     MOVE C-RETCODE-END           TO GSCI-ENDESTATUS
117000     PERFORM INIT-KADA-KAC5SK
117100     EVALUATE GSCI-SERVICE
117200       WHEN C-GET
117300         PERFORM APDU-FELDER-LESEN
117400         PERFORM STATUSKARTE-ERMITTELN
117500         PERFORM APDU-FELDER-SCHREIBEN
117600       WHEN OTHER
117700         GO TO PROGRAMM-VERLASSEN
117800     END-EVALUATE
117900     .
118000 STEUER-AKAC5SK-1002.
118100     GO TO PROGRAMM-VERLASSEN
118200     .
118300/---------------------------------------------------------------*
118400* Statuskarte: Stamm lesen und alle Teilbereiche ermitteln      *
118500*---------------------------------------------------------------*
118600 STATUSKARTE-ERMITTELN SECTION.
118700 STATUSKARTE-ERMITTELN-1001.
118800     ACCEPT H-TAGESDATUM          FROM DATE YYYYMMDD
118900     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
119000     IF KAC5SK-E-KTO-AUSWAHL      NOT NUMERIC
119100     THEN
119200       MOVE ZERO                  TO KAC5SK-E-KTO-AUSWAHL
119300     END-IF
119400*    Abstimmkreis-Stamm (Abbruch, wenn nicht vorhanden)
119500     PERFORM STAMM-LESEN
119600     PERFORM POSTEN-AUSWERTEN
119700        VARYING H-SG-IND FROM C-1 BY C-1
119800        UNTIL H-SG-IND            > C-ANZ-SG
119900     PERFORM LIMIT-PRUEFEN
120000     PERFORM QUARANTAENE-ZAEHLEN
120100     PERFORM EINDAEMMUNG-LESEN
120200     PERFORM SPERRE-PRUEFEN
120300     PERFORM KONTEN-PRUEFEN
120400     PERFORM ZERTIFIZIERUNG-LESEN
120500     PERFORM SLA-PRUEFEN
120600     PERFORM STAMMAENDERUNG-ZAEHLEN
120700     PERFORM SPRUNG-VERSORGEN
120800     .
120900 STATUSKARTE-ERMITTELN-1002.
121000     EXIT.
121100/---------------------------------------------------------------*
121200* Abstimmkreis-Stamm lesen (KA01AKRS)                           *
121300*---------------------------------------------------------------*
121400 STAMM-LESEN SECTION.
121500 STAMM-LESEN-1001.
121600     MOVE C-GELDKTO-UMSATZ-ABSTIMM
121700                                  TO KAI0AKR-ABSTIMM-ART
121800     MOVE KAC5SK-E-ABSTIMMKREIS   TO KAI0AKR-AK-NUMMER
121900     CALL "CGSTAB"
122000     USING C-TAB-LESEN-EQUAL
122100           C-KONFIG-ID-KA
122200           C-OBJEKT-TAB-KA01AKRS
122300           GSOVER-VERSTAENDIGUNGSBEREICH
122400           KAI0AKR-EINGABEBEREICH
122500           KAO0AKR-AUSGABEBEREICH
122600           GSTTAB-EIN-AUSGABEBEREICH
122700     END-CALL
122800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
122900     THEN
123000       PERFORM MELDUNG-IN-APDU-EINTRAGEN
123100       GO TO PROGRAMM-VERLASSEN
123200     END-IF
123300     MOVE KAO0AKR-BEZEICHNUNG     TO KAC5SK-A-BEZEICHNUNG
123400     MOVE KAO0AKR-AK-TYP          TO KAC5SK-A-AK-TYP
123500     MOVE KAO0AKR-FACHBEREICH     TO KAC5SK-A-FACHBEREICH
123600     MOVE KAO0AKR-WAEHRUNG-AK     TO KAC5SK-A-WAEHRUNG
123700     MOVE KAO0AKR-LIMIT-BETRAG    TO KAC5SK-A-LIMIT-BETRAG
123800     MOVE KAO0AKR-QUARANTAENE-KZ  TO KAC5SK-A-QUARANTAENE-KZ
123900     MOVE KAO0AKR-EINDAEMMUNG-KZ  TO KAC5SK-A-EINDAEMMUNG-KZ
124000     .
124100 STAMM-LESEN-1002.
124200     EXIT.
124300/---------------------------------------------------------------*
124400* Posten einer Statusgruppe seitenweise ueber AKA5OF abfragen   *
124500* und in die Altersklassen einordnen                            *
124600*---------------------------------------------------------------*
124700 POSTEN-AUSWERTEN SECTION.
124800 POSTEN-AUSWERTEN-1001.
124900     MOVE C-SG-STATUS (H-SG-IND)  TO KAC5SK-A-SG-STATUS (H-SG-IND)
125000     MOVE ZERO                    TO KAC5SK-A-SG-ANZAHL (H-SG-IND)
125100                                     KAC5SK-A-SG-SUMME (H-SG-IND)
125200     PERFORM VARYING H-KL-IND FROM C-1 BY C-1
125300             UNTIL H-KL-IND       > C-ANZ-KLASSEN
125400       MOVE ZERO                  TO KAC5SK-A-SG-KL-ANZAHL
125500                                     (H-SG-IND H-KL-IND)
125600                                     KAC5SK-A-SG-KL-SUMME
125700                                     (H-SG-IND H-KL-IND)
125800     END-PERFORM
125900     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
126000     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
126100     MOVE KAC5SK-E-ABSTIMMKREIS   TO KAI5OF3-ABSTIMMKREIS-NR
126200     MOVE C-SG-STATUS (H-SG-IND)  TO KAI5OF3-STATUS
126300     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
126400     MOVE C-N
126500                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
126600     SET SEITE-WEITER             TO TRUE
126700     PERFORM UNTIL SEITE-FERTIG
126800       CALL "AKA5OF" USING
126900            C-01-STD-APO-LIST-SUCHE
127000            C-KONFIG-ID-KA
127100            C-AKAC5SK
127200            GSOVER-VERSTAENDIGUNGSBEREICH
127300            KAI5OF3-EINGABEBEREICH
127400            KAO5OF2-AUSGABEBEREICH
127500            DUMMY
127600            KAXIND-INDICES
127700       END-CALL
127800       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
127900          AND KAO5OF2-IND-LETZT   NOT = ZERO
128000       THEN
128100         PERFORM POSTEN-EINORDNEN
128200            VARYING H-IND FROM C-1 BY C-1
128300            UNTIL H-IND           > KAO5OF2-IND-LETZT
128400         IF KAO5OF2-KZ-WEITER     = C-J
128500         THEN
128600           MOVE C-J
128700                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
128800         ELSE
128900           SET SEITE-FERTIG       TO TRUE
129000         END-IF
129100       ELSE
129200         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
129300         SET SEITE-FERTIG         TO TRUE
129400       END-IF
129500     END-PERFORM
129600     .
129700 POSTEN-AUSWERTEN-1002.
129800     EXIT.
129900/---------------------------------------------------------------*
130000* Einen Posten nach Geschaeftstagen ab Valuta in seine          *
130100* Altersklasse einordnen; technische Posten nur zaehlen         *
130200*---------------------------------------------------------------*
130300 POSTEN-EINORDNEN SECTION.
130400 POSTEN-EINORDNEN-1001.
130500     IF KAO5OF2-APO-TECHNIK-KZ (H-IND)
130600                                  = C-TECHNIK-KZ
130700     THEN
130800       ADD C-1                    TO KAC5SK-A-ANZ-TECHNISCH
130900       GO TO POSTEN-EINORDNEN-1002
131000     END-IF
131100     MOVE KAO5OF2-APO-VALUTA (H-IND)
131200                                  TO KAIFTG1-DATUM-VON
131300     MOVE H-TAGESDATUM-N          TO KAIFTG1-DATUM-BIS
131400     CALL "AKAFTG"
131500     USING C-01-STD-ANZ-GESCHAEFTSTAGE
131600           C-KONFIG-ID-KA
131700           C-OBJEKT-KA-FTG
131800           GSOVER-VERSTAENDIGUNGSBEREICH
131900           KAIFTG1-EINGABEBEREICH
132000           KAOFTG1-AUSGABEBEREICH
132100     END-CALL
132200     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
132300     MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
132400                                  TO H-AGE-TAGE
132500     IF H-AGE-TAGE                < ZERO
132600     THEN
132700       MOVE ZERO                  TO H-AGE-TAGE
132800     END-IF
132900     MOVE C-1                     TO H-KL-IND
133000     PERFORM UNTIL H-AGE-TAGE     NOT > C-KLASSE-GRENZE (H-KL-IND)
133100                OR H-KL-IND       = C-ANZ-KLASSEN
133200       ADD C-1                    TO H-KL-IND
133300     END-PERFORM
133400     ADD C-1                      TO KAC5SK-A-SG-ANZAHL (H-SG-IND)
133500                                     KAC5SK-A-SG-KL-ANZAHL
133600                                     (H-SG-IND H-KL-IND)
133700     ADD KAO5OF2-APO-BETRAG (H-IND)
133800                                  TO KAC5SK-A-SG-SUMME (H-SG-IND)
133900                                     KAC5SK-A-SG-KL-SUMME
134000                                     (H-SG-IND H-KL-IND)
134100     .
134200 POSTEN-EINORDNEN-1002.
134300     EXIT.
134400/---------------------------------------------------------------*
134500* Abweichung des Kreises (AKASAL) gegen das Limit im Stamm;     *
134600* Limit null bedeutet keine Ueberwachung                        *
134700*---------------------------------------------------------------*
134800 LIMIT-PRUEFEN SECTION.
134900 LIMIT-PRUEFEN-1001.
135000     SET KAC5SK-A-LIMIT-OHNE      TO TRUE
135100     MOVE ZERO                    TO KAC5SK-A-SUMME-SALDEN
135200                                     KAC5SK-A-SUM-OFF-APOS
135300                                     KAC5SK-A-ABWEICHUNG
135400     MOVE C-01-INT-SALD-INFO-AKRS TO KAISAL1-FUNKTION
135500     MOVE KAC5SK-E-ABSTIMMKREIS   TO KAISAL1-ABSTIMMKREIS-NR
135600     SET KAISAL1-KONSOLIDIEREN-NEIN
135700                                  TO TRUE
135800     CALL "CGSAUF"
135900     USING C-AUF-AUFRUF-AL
136000           C-KONFIG-ID-KA
136100           C-AKASAL
136200           GSOVER-VERSTAENDIGUNGSBEREICH
136300           KAISAL1-EINGABEBEREICH
136400           KAOSAL1-AUSGABEBEREICH
136500           DUMMY
136600           KAXIND-INDICES
136700     END-CALL
136800     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
136900     THEN
137000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
137100       GO TO LIMIT-PRUEFEN-1002
137200     END-IF
137300     MOVE KAOSAL1-IW-SUMME-SALDEN TO KAC5SK-A-SUMME-SALDEN
137400     MOVE KAOSAL1-IW-SUM-OFF-APOS TO KAC5SK-A-SUM-OFF-APOS
137500     MOVE KAOSAL1-IW-ABWEICHUNG   TO KAC5SK-A-ABWEICHUNG
137600     IF KAC5SK-A-LIMIT-BETRAG     = ZERO
137700     THEN
137800       GO TO LIMIT-PRUEFEN-1002
137900     END-IF
138000     MOVE KAOSAL1-IW-ABWEICHUNG   TO H-ABWEICHUNG-ABS
138100     IF KAOSAL1-IW-ABWEICHUNG     < ZERO
138200     THEN
138300       COMPUTE H-ABWEICHUNG-ABS   =
138400               KAOSAL1-IW-ABWEICHUNG * -1
138500     END-IF
138600     IF H-ABWEICHUNG-ABS          > KAC5SK-A-LIMIT-BETRAG
138700     THEN
138800       SET KAC5SK-A-LIMIT-UEBERSCHR
138900                                  TO TRUE
139000     ELSE
139100       SET KAC5SK-A-LIMIT-EINGEH  TO TRUE
139200     END-IF
139300     .
139400 LIMIT-PRUEFEN-1002.
139500     EXIT.
139600/---------------------------------------------------------------*
139700* Bestand der zurueckgehaltenen Umsaetze des Kreises (KA03AKQU) *
139800*---------------------------------------------------------------*
139900 QUARANTAENE-ZAEHLEN SECTION.
140000 QUARANTAENE-ZAEHLEN-1001.
140100     MOVE ZERO                    TO KAC5SK-A-ANZ-QUARANTAENE
140200     MOVE C-1                     TO H-LFD-ZEILE
140300     PERFORM LESEN-QU-ZEILE
140400     PERFORM UNTIL SCAN-N-GEFUNDEN
140500       IF KA0AKQU-AK-NUMMER       = KAC5SK-E-ABSTIMMKREIS
140600       THEN
140700         ADD C-1                  TO KAC5SK-A-ANZ-QUARANTAENE
140800       END-IF
140900       ADD C-1                    TO H-LFD-ZEILE
141000       PERFORM LESEN-QU-ZEILE
141100     END-PERFORM
141200     .
141300 QUARANTAENE-ZAEHLEN-1002.
141400     EXIT.
141500/
141600 LESEN-QU-ZEILE SECTION.
141700 LESEN-QU-ZEILE-1001.
141800     MOVE H-LFD-ZEILE             TO KA0AKQU-ZEILENNUMMER
141900     CALL "CGSTAB" USING
142000          C-TAB-LESEN-ZEILE
142100          C-KONFIG-ID-KA
142200          C-OBJEKT-TAB-KA03AKQU
142300          GSOVER-VERSTAENDIGUNGSBEREICH
142400          KA0AKQU-EINGABEBEREICH
142500          KA0AKQU-AUSGABEBEREICH
142600          DUMMY
142700     END-CALL
142800     PERFORM SCAN-ERGEBNIS
142900     .
143000 LESEN-QU-ZEILE-1002.
143100     EXIT.
143200/---------------------------------------------------------------*
143300* Juengster noch eingedaemmter Vorfall des Kreises (KA03AKIC)   *
143400*---------------------------------------------------------------*
143500 EINDAEMMUNG-LESEN SECTION.
143600 EINDAEMMUNG-LESEN-1001.
143700     MOVE ZERO                    TO KAC5SK-A-EIND-LAUFDATUM
143800                                     KAC5SK-A-EIND-UHRZEIT
143900                                     KAC5SK-A-EIND-ABWEICHUNG
144000                                     H-EIND-ZEITPUNKT
144100     MOVE C-1                     TO H-LFD-ZEILE
144200     PERFORM LESEN-IC-ZEILE
144300     PERFORM UNTIL SCAN-N-GEFUNDEN
144400       MOVE KA0AKIC-LAUFDATUM     TO H-IC-LAUFDATUM
144500       MOVE KA0AKIC-UHRZEIT       TO H-IC-UHRZEIT
144600       IF KA0AKIC-AK-NUMMER       = KAC5SK-E-ABSTIMMKREIS
144700          AND KA0AKIC-STATUS      = C-EINDAEMMUNG-OFFEN
144800          AND H-IC-ZEITPUNKT-N    > H-EIND-ZEITPUNKT
144900       THEN
145000         MOVE H-IC-ZEITPUNKT-N    TO H-EIND-ZEITPUNKT
145100         MOVE KA0AKIC-LAUFDATUM   TO KAC5SK-A-EIND-LAUFDATUM
145200         MOVE KA0AKIC-UHRZEIT     TO KAC5SK-A-EIND-UHRZEIT
145300         MOVE KA0AKIC-ABWEICHUNG  TO KAC5SK-A-EIND-ABWEICHUNG
145400       END-IF
145500       ADD C-1                    TO H-LFD-ZEILE
145600       PERFORM LESEN-IC-ZEILE
145700     END-PERFORM
145800     .
145900 EINDAEMMUNG-LESEN-1002.
146000     EXIT.
146100/
146200 LESEN-IC-ZEILE SECTION.
146300 LESEN-IC-ZEILE-1001.
146400     MOVE H-LFD-ZEILE             TO KA0AKIC-ZEILENNUMMER
146500     CALL "CGSTAB" USING
146600          C-TAB-LESEN-ZEILE
146700          C-KONFIG-ID-KA
146800          C-OBJEKT-TAB-KA03AKIC
146900          GSOVER-VERSTAENDIGUNGSBEREICH
147000          KA0AKIC-EINGABEBEREICH
147100          KA0AKIC-AUSGABEBEREICH
147200          DUMMY
147300     END-CALL
147400     PERFORM SCAN-ERGEBNIS
147500     .
147600 LESEN-IC-ZEILE-1002.
147700     EXIT.
147800/---------------------------------------------------------------*
147900* Aktuelle Sperre des Kreises nur abfragen (AKALCK); eine       *
148000* fremde Sperre ist hier kein Fehler                            *
148100*---------------------------------------------------------------*
148200 SPERRE-PRUEFEN SECTION.
148300 SPERRE-PRUEFEN-1001.
148400     MOVE C-01-INT-PRUEFEN        TO KAILCK-FUNKTION
148500     MOVE KAC5SK-E-ABSTIMMKREIS   TO KAILCK-AK-NUMMER
148600     MOVE C-AKAC5SK               TO KAILCK-INHABER
148700     SET KAILCK-TYP-DIALOG        TO TRUE
148800     CALL "AKALCK"
148900     USING KAILCK-EINGABEBEREICH
149000           KAO0AKX-AUSGABEBEREICH
149100           GSOVER-VERSTAENDIGUNGSBEREICH
149200     END-CALL
149300     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
149400     IF KAO0AKX-GESPERRT
149500     THEN
149600       SET KAC5SK-A-GESPERRT      TO TRUE
149700       MOVE KAO0AKX-INHABER       TO KAC5SK-A-SPERR-INHABER
149800       MOVE KAO0AKX-INHABER-TYP   TO KAC5SK-A-SPERR-INHABER-TYP
149900       MOVE KAO0AKX-SPERR-TIMESTAMP
150000                                  TO KAC5SK-A-SPERR-TIMESTAMP
150100     ELSE
150200       SET KAC5SK-A-FREI          TO TRUE
150300       MOVE SPACE                 TO KAC5SK-A-SPERR-INHABER
150400                                     KAC5SK-A-SPERR-INHABER-TYP
150500                                     KAC5SK-A-SPERR-TIMESTAMP
150600     END-IF
150700     .
150800 SPERRE-PRUEFEN-1002.
150900     EXIT.
151000/---------------------------------------------------------------*
151100* Aktive Konten des Kreises (KA03AKKTO) mit letztem Auszug      *
151200*---------------------------------------------------------------*
151300 KONTEN-PRUEFEN SECTION.
151400 KONTEN-PRUEFEN-1001.
151500     MOVE ZERO                    TO KAC5SK-A-ANZ-KTO
151600                                     KAC5SK-A-ANZ-KTO-FEHLT
151700     SET KAC5SK-A-N-WEITERE-KTO   TO TRUE
151800     MOVE C-1                     TO H-LFD-ZEILE
151900     PERFORM LESEN-KTO-ZEILE
152000     PERFORM UNTIL SCAN-N-GEFUNDEN
152100       IF KAO0AKK-AK-NUMMER       = KAC5SK-E-ABSTIMMKREIS
152200          AND NOT KAO0AKK-INAKTIV
152300       THEN
152400         IF KAC5SK-A-ANZ-KTO      < C-MAX-KTO
152500         THEN
152600           ADD C-1                TO KAC5SK-A-ANZ-KTO
152700           MOVE KAC5SK-A-ANZ-KTO  TO H-KTO-IND
152800           PERFORM KONTO-EINTRAGEN
152900         ELSE
153000           SET KAC5SK-A-WEITERE-KTO
153100                                  TO TRUE
153200         END-IF
153300       END-IF
153400       ADD C-1                    TO H-LFD-ZEILE
153500       PERFORM LESEN-KTO-ZEILE
153600     END-PERFORM
153700     .
153800 KONTEN-PRUEFEN-1002.
153900     EXIT.
154000/
154100 LESEN-KTO-ZEILE SECTION.
154200 LESEN-KTO-ZEILE-1001.
154300     MOVE H-LFD-ZEILE             TO GSTTAB-ZEILENNUMMER
154400     CALL "CGSTAB" USING
154500          C-TAB-LESEN-ZEILE
154600          C-KONFIG-ID-KA
154700          C-OBJEKT-TAB-KA03AKKTO
154800          GSOVER-VERSTAENDIGUNGSBEREICH
154900          KAI0AKK-EINGABEBEREICH
155000          KAO0AKK-AUSGABEBEREICH
155100          GSTTAB-EIN-AUSGABEBEREICH
155200     END-CALL
155300     PERFORM SCAN-ERGEBNIS
155400     .
155500 LESEN-KTO-ZEILE-1002.
155600     EXIT.
155700/---------------------------------------------------------------*
155800* Ein Konto eintragen: letzter Auszug (KKA5KT) und Lieferung    *
155900* laut Lieferplan ueberfaellig?                                 *
156000*   T taeglich      : letzter Auszug aelter als der Vortag      *
156100*   G Geschaeftstag : mehr als ein Geschaeftstag seit Auszug    *
156200*   W woechentlich  : letzter Auszug aelter als eine Woche      *
156300*---------------------------------------------------------------*
156400 KONTO-EINTRAGEN SECTION.
156500 KONTO-EINTRAGEN-1001.
156600     MOVE KAO0AKK-HERKUNFT        TO KAC5SK-A-KTO-HERKUNFT
156700                                     (H-KTO-IND)
156800     MOVE KAO0AKK-KONTO-ID        TO KAC5SK-A-KTO-KONTO-ID
156900                                     (H-KTO-IND)
157000     MOVE KAO0AKK-WAEHRUNG        TO KAC5SK-A-KTO-WAEHRUNG
157100                                     (H-KTO-IND)
157200     MOVE KAO0AKK-LIEFERPLAN-KZ   TO KAC5SK-A-KTO-LIEFERPLAN-KZ
157300                                     (H-KTO-IND)
157400     MOVE C-N                     TO KAC5SK-A-KTO-FEHLT-KZ
157500                                     (H-KTO-IND)
157600     MOVE C-01-INT-LES-KTO        TO KAI5KT1-FUNKTION
157700     MOVE KAO0AKK-HERKUNFT        TO KAI5KT1-HERKUNFT
157800     MOVE KAO0AKK-KONTO-ID        TO KAI5KT1-KONTO-ID
157900     MOVE KAO0AKK-WAEHRUNG        TO KAI5KT1-WAEHRUNG
158000     CALL "CGSAUF"
158100     USING C-AUF-AUFRUF-AL
158200           C-KONFIG-ID-KA
158300           C-OBJEKT-AUFTRAG-KKA5KT
158400           GSOVER-VERSTAENDIGUNGSBEREICH
158500           KAI5KT1-EINGABEBEREICH
158600           KAO5KT1-AUSGABEBEREICH
158700           DUMMY
158800     END-CALL
158900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
159000        OR KAO5KT1-DATUM-LE-AUSZUG
159100                                  NOT NUMERIC
159200     THEN
159300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
159400       MOVE ZERO                  TO KAO5KT1-DATUM-LE-AUSZUG
159500     END-IF
159600     MOVE KAO5KT1-DATUM-LE-AUSZUG TO KAC5SK-A-KTO-DATUM-LE-AUSZUG
159700                                     (H-KTO-IND)
159800     IF KAO0AKK-LIEFERPLAN-OHNE
159900     THEN
160000       GO TO KONTO-EINTRAGEN-1002
160100     END-IF
160200     IF KAO5KT1-DATUM-LE-AUSZUG   = ZERO
160300     THEN
160400       PERFORM KONTO-FEHLT
160500       GO TO KONTO-EINTRAGEN-1002
160600     END-IF
160700     IF KAO0AKK-LIEFERPLAN-GESCHTAG
160800     THEN
160900       MOVE KAO5KT1-DATUM-LE-AUSZUG
161000                                  TO KAIFTG1-DATUM-VON
161100       MOVE H-TAGESDATUM-N        TO KAIFTG1-DATUM-BIS
161200       CALL "AKAFTG"
161300       USING C-01-STD-ANZ-GESCHAEFTSTAGE
161400             C-KONFIG-ID-KA
161500             C-OBJEKT-KA-FTG
161600             GSOVER-VERSTAENDIGUNGSBEREICH
161700             KAIFTG1-EINGABEBEREICH
161800             KAOFTG1-AUSGABEBEREICH
161900       END-CALL
162000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
162100       MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
162200                                  TO H-FEHLTAGE
162300       IF H-FEHLTAGE              > C-1
162400       THEN
162500         PERFORM KONTO-FEHLT
162600       END-IF
162700       GO TO KONTO-EINTRAGEN-1002
162800     END-IF
162900     COMPUTE H-FEHLTAGE =
163000             FUNCTION INTEGER-OF-DATE (H-TAGESDATUM-N)
163100           - FUNCTION INTEGER-OF-DATE (KAO5KT1-DATUM-LE-AUSZUG)
163200     EVALUATE TRUE
163300       WHEN KAO0AKK-LIEFERPLAN-TAEGLICH
163400         IF H-FEHLTAGE            > C-1
163500         THEN
163600           PERFORM KONTO-FEHLT
163700         END-IF
163800       WHEN KAO0AKK-LIEFERPLAN-WOECHENTLICH
163900         IF H-FEHLTAGE            > C-TAGE-WOECHENTLICH
164000         THEN
164100           PERFORM KONTO-FEHLT
164200         END-IF
164300     END-EVALUATE
164400     .
164500 KONTO-EINTRAGEN-1002.
164600     EXIT.
164700/
164800 KONTO-FEHLT SECTION.
164900 KONTO-FEHLT-1001.
165000     MOVE C-J                     TO KAC5SK-A-KTO-FEHLT-KZ
165100                                     (H-KTO-IND)
165200     ADD C-1                      TO KAC5SK-A-ANZ-KTO-FEHLT
165300     .
165400 KONTO-FEHLT-1002.
165500     EXIT.
165600/---------------------------------------------------------------*
165700* Zertifizierung des Vormonats (KA02AKCE); fehlt der Satz,      *
165800* bleibt der Status leer                                        *
165900*---------------------------------------------------------------*
166000 ZERTIFIZIERUNG-LESEN SECTION.
166100 ZERTIFIZIERUNG-LESEN-1001.
166200     MOVE H-TAGESDATUM-JJJJ       TO H-PERIODE-JJJJ
166300     IF H-TAGESDATUM-MM           = C-1
166400     THEN
166500       SUBTRACT C-1               FROM H-PERIODE-JJJJ
166600       MOVE 12                    TO H-PERIODE-MM
166700     ELSE
166800       COMPUTE H-PERIODE-MM       = H-TAGESDATUM-MM - C-1
166900     END-IF
167000     MOVE H-PERIODE-N             TO KAC5SK-A-CE-PERIODE
167100     MOVE SPACE                   TO KAC5SK-A-CE-STATUS
167200                                     KAC5SK-A-CE-AUSNAHME-KZ
167300                                     KAC5SK-A-CE-BESTAETIGER
167400     MOVE ZERO                    TO KAC5SK-A-CE-BEST-DATUM
167500     MOVE KAC5SK-E-ABSTIMMKREIS   TO KAI0ACE-AK-NUMMER
167600     MOVE H-PERIODE-N             TO KAI0ACE-PERIODE
167700     CALL "CGSTAB"
167800     USING C-TAB-LESEN-EQUAL
167900           C-KONFIG-ID-KA
168000           C-OBJEKT-TAB-KA02AKCE
168100           GSOVER-VERSTAENDIGUNGSBEREICH
168200           KAI0ACE-EINGABEBEREICH
168300           KAO0ACE-AUSGABEBEREICH
168400           GSTTAB-EIN-AUSGABEBEREICH
168500     END-CALL
168600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
168700     THEN
168800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
168900       GO TO ZERTIFIZIERUNG-LESEN-1002
169000     END-IF
169100     MOVE KAO0ACE-STATUS          TO KAC5SK-A-CE-STATUS
169200     MOVE KAO0ACE-AUSNAHME-KZ     TO KAC5SK-A-CE-AUSNAHME-KZ
169300*    zuletzt bestaetigt: zweiter, sonst erster Bestaetiger
169400     IF KAO0ACE-BESTAETIGT
169500     THEN
169600       MOVE KAO0ACE-BESTAETIGER2  TO KAC5SK-A-CE-BESTAETIGER
169700       MOVE KAO0ACE-BEST2-DATUM   TO KAC5SK-A-CE-BEST-DATUM
169800     ELSE
169900       IF KAO0ACE-ERSTBESTAETIGT
170000       THEN
170100         MOVE KAO0ACE-BESTAETIGER1
170200                                  TO KAC5SK-A-CE-BESTAETIGER
170300         MOVE KAO0ACE-BEST1-DATUM TO KAC5SK-A-CE-BEST-DATUM
170400       END-IF
170500     END-IF
170600     .
170700 ZERTIFIZIERUNG-LESEN-1002.
170800     EXIT.
170900/---------------------------------------------------------------*
171000* SLA: freizugebende Schliessungen des Kreises, deren Wartezeit *
171100* in Geschaeftstagen die Schwelle von AKASLA uebersteigt        *
171200* (zentraler Parametersatz AKASLA/STANDARD, sonst Standard)     *
171300*---------------------------------------------------------------*
171400 SLA-PRUEFEN SECTION.
171500 SLA-PRUEFEN-1001.
171600     MOVE C-SCHWELLE-STANDARD     TO KAC5SK-A-SLA-SCHWELLE
171700     MOVE ZERO                    TO KAC5SK-A-ANZ-FREIZUGEBEN
171800                                     KAC5SK-A-ANZ-SLA-VERLETZT
171900     MOVE C-ZP-PROGRAMM-AKASLA    TO KAI0APA-PROGRAMM
172000     MOVE C-ZP-PARAMETERSATZ-STD  TO KAI0APA-PARAMETERSATZ
172100     CALL "CGSTAB"
172200     USING C-TAB-LESEN-EQUAL
172300           C-KONFIG-ID-KA
172400           C-OBJEKT-TAB-KA02AKPA
172500           GSOVER-VERSTAENDIGUNGSBEREICH
172600           KAI0APA-EINGABEBEREICH
172700           KAO0APA-AUSGABEBEREICH
172800           GSTTAB-EIN-AUSGABEBEREICH
172900     END-CALL
173000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
173100     THEN
173200       IF KAO0APA-NEU-GUELTIG-AB  NOT = ZERO
173300          AND KAO0APA-NEU-GUELTIG-AB
173400                                  NOT > H-TAGESDATUM-N
173500       THEN
173600         MOVE KAO0APA-WERT-NEU    TO H-ZPARM-WERT
173700       ELSE
173800         MOVE KAO0APA-WERT-AKTUELL
173900                                  TO H-ZPARM-WERT
174000       END-IF
174100       IF H-ZPARM-SCHWELLE-TAGE   NUMERIC
174200          AND H-ZPARM-SCHWELLE-TAGE
174300                                  > ZERO
174400       THEN
174500         MOVE H-ZPARM-SCHWELLE-TAGE
174600                                  TO KAC5SK-A-SLA-SCHWELLE
174700       END-IF
174800     ELSE
174900       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
175000     END-IF
175100     MOVE C-1                     TO H-LFD-ZEILE
175200     PERFORM LESEN-SCH-ZEILE
175300     PERFORM UNTIL SCAN-N-GEFUNDEN
175400       IF KA0SCH-AK-NUMMER        = KAC5SK-E-ABSTIMMKREIS
175500          AND KA0SCH-SCH-STATUS   = C-STATUS-FREIZUGEBEN
175600       THEN
175700         PERFORM FREIGABE-PRUEFEN
175800       END-IF
175900       ADD C-1                    TO H-LFD-ZEILE
176000       PERFORM LESEN-SCH-ZEILE
176100     END-PERFORM
176200     .
176300 SLA-PRUEFEN-1002.
176400     EXIT.
176500/
176600 LESEN-SCH-ZEILE SECTION.
176700 LESEN-SCH-ZEILE-1001.
176800     MOVE H-LFD-ZEILE             TO KA0SCH-ZEILENNUMMER
176900     CALL "CGSTAB" USING
177000          C-TAB-LESEN-ZEILE
177100          C-KONFIG-ID-KA
177200          C-OBJEKT-TAB-KA03SCH
177300          GSOVER-VERSTAENDIGUNGSBEREICH
177400          KA0SCH-EINGABEBEREICH
177500          KA0SCH-AUSGABEBEREICH
177600          DUMMY
177700     END-CALL
177800     PERFORM SCAN-ERGEBNIS
177900     .
178000 LESEN-SCH-ZEILE-1002.
178100     EXIT.
178200/
178300 FREIGABE-PRUEFEN SECTION.
178400 FREIGABE-PRUEFEN-1001.
178500     ADD C-1                      TO KAC5SK-A-ANZ-FREIZUGEBEN
178600     MOVE KA0SCH-SCH-DATUM-ANLAGE TO KAIFTG1-DATUM-VON
178700     MOVE H-TAGESDATUM-N          TO KAIFTG1-DATUM-BIS
178800     CALL "AKAFTG"
178900     USING C-01-STD-ANZ-GESCHAEFTSTAGE
179000           C-KONFIG-ID-KA
179100           C-OBJEKT-KA-FTG
179200           GSOVER-VERSTAENDIGUNGSBEREICH
179300           KAIFTG1-EINGABEBEREICH
179400           KAOFTG1-AUSGABEBEREICH
179500     END-CALL
179600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
179700     MOVE KAOFTG1-ANZ-GESCHAEFTSTAGE
179800                                  TO H-WARTETAGE
179900     IF H-WARTETAGE               > KAC5SK-A-SLA-SCHWELLE
180000     THEN
180100       ADD C-1                    TO KAC5SK-A-ANZ-SLA-VERLETZT
180200     END-IF
180300     .
180400 FREIGABE-PRUEFEN-1002.
180500     EXIT.
180600/---------------------------------------------------------------*
180700* Schwebende Stammdatenaenderungen (KA03AKPD) zum Kreis: Konten *
180800* des Kreises (BKAKTO) und Fachbereichszuordnung seines         *
180900* Abstimmkreis-Typs (KA00AKFB)                                  *
181000*---------------------------------------------------------------*
181100 STAMMAENDERUNG-ZAEHLEN SECTION.
181200 STAMMAENDERUNG-ZAEHLEN-1001.
181300     MOVE ZERO                    TO KAC5SK-A-ANZ-STAMM-SCHWEBEND
181400     MOVE C-1                     TO H-LFD-ZEILE
181500     PERFORM LESEN-PD-ZEILE
181600     PERFORM UNTIL SCAN-N-GEFUNDEN
181700       IF KA0AKPD-SCHWEBEND
181800       THEN
181900         EVALUATE KA0AKPD-TABELLE
182000           WHEN C-TABELLE-BKAKTO
182100             PERFORM KONTO-ZUM-AK-SUCHEN
182200             IF KTO-ZUM-AK
182300             THEN
182400               ADD C-1            TO KAC5SK-A-ANZ-STAMM-SCHWEBEND
182500             END-IF
182600           WHEN C-TABELLE-AKFB
182700             IF KA0AKPD-SCHLUESSEL (1:2)
182800                                  = KAC5SK-A-AK-TYP
182900             THEN
183000               ADD C-1            TO KAC5SK-A-ANZ-STAMM-SCHWEBEND
183100             END-IF
183200         END-EVALUATE
183300       END-IF
183400       ADD C-1                    TO H-LFD-ZEILE
183500       PERFORM LESEN-PD-ZEILE
183600     END-PERFORM
183700     .
183800 STAMMAENDERUNG-ZAEHLEN-1002.
183900     EXIT.
184000/
184100 LESEN-PD-ZEILE SECTION.
184200 LESEN-PD-ZEILE-1001.
184300     MOVE H-LFD-ZEILE             TO KA0AKPD-ZEILENNUMMER
184400     CALL "CGSTAB" USING
184500          C-TAB-LESEN-ZEILE
184600          C-KONFIG-ID-KA
184700          C-OBJEKT-TAB-KA03AKPD
184800          GSOVER-VERSTAENDIGUNGSBEREICH
184900          KA0AKPD-EINGABEBEREICH
185000          KA0AKPD-AUSGABEBEREICH
185100          DUMMY
185200     END-CALL
185300     PERFORM SCAN-ERGEBNIS
185400     .
185500 LESEN-PD-ZEILE-1002.
185600     EXIT.
185700/---------------------------------------------------------------*
185800* Gehoert das Konto der Aenderung (Herkunft + Konto-Id) zu den  *
185900* Konten der Karte?                                             *
186000*---------------------------------------------------------------*
186100 KONTO-ZUM-AK-SUCHEN SECTION.
186200 KONTO-ZUM-AK-SUCHEN-1001.
186300     SET KTO-N-ZUM-AK             TO TRUE
186400     PERFORM VARYING H-KTO-IND FROM C-1 BY C-1
186500             UNTIL H-KTO-IND      > KAC5SK-A-ANZ-KTO
186600                OR KTO-ZUM-AK
186700       IF KA0AKPD-SCHLUESSEL (1:11)
186800                                  = KAC5SK-A-KTO-HERKUNFT
186900                                     (H-KTO-IND)
187000          AND KA0AKPD-SCHLUESSEL (12:35)
187100                                  = KAC5SK-A-KTO-KONTO-ID
187200                                     (H-KTO-IND)
187300       THEN
187400         SET KTO-ZUM-AK           TO TRUE
187500       END-IF
187600     END-PERFORM
187700     .
187800 KONTO-ZUM-AK-SUCHEN-1002.
187900     EXIT.
188000/---------------------------------------------------------------*
188100* Einstiegsschluessel fuer die Folgedialoge                     *
188200*---------------------------------------------------------------*
188300 SPRUNG-VERSORGEN SECTION.
188400 SPRUNG-VERSORGEN-1001.
188500     MOVE KAC5SK-E-ABSTIMMKREIS
188600                        TO KAC5SK-A-SPRUNG-AL-ABSTIMMKREIS
188700                           KAC5SK-A-SPRUNG-SAL-ABSTIMMKREIS
188800     MOVE KAC5SK-A-AK-TYP         TO KAC5SK-A-SPRUNG-AL-AK-TYP
188900     MOVE C-SPRUNG-STATUS-OFFEN   TO KAC5SK-A-SPRUNG-AL-STATUS
189000     MOVE SPACE                   TO KAC5SK-A-SPRUNG-KT-HERKUNFT
189100                                     KAC5SK-A-SPRUNG-KT-KONTO-ID
189200     IF KAC5SK-E-KTO-AUSWAHL      > KAC5SK-A-ANZ-KTO
189300     THEN
189400       MOVE ZERO                  TO KAC5SK-E-KTO-AUSWAHL
189500     END-IF
189600     IF KAC5SK-E-KTO-AUSWAHL      = ZERO
189700        AND KAC5SK-A-ANZ-KTO      > ZERO
189800     THEN
189900       MOVE C-1                   TO KAC5SK-E-KTO-AUSWAHL
190000     END-IF
190100     IF KAC5SK-E-KTO-AUSWAHL      > ZERO
190200     THEN
190300       MOVE KAC5SK-A-KTO-HERKUNFT (KAC5SK-E-KTO-AUSWAHL)
190400                                  TO KAC5SK-A-SPRUNG-KT-HERKUNFT
190500       MOVE KAC5SK-A-KTO-KONTO-ID (KAC5SK-E-KTO-AUSWAHL)
190600                                  TO KAC5SK-A-SPRUNG-KT-KONTO-ID
190700     END-IF
190800     .
190900 SPRUNG-VERSORGEN-1002.
191000     EXIT.
191100/
191200 SCAN-ERGEBNIS SECTION.
191300 SCAN-ERGEBNIS-1001.
191400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
191500     THEN
191600       SET SCAN-GEFUNDEN          TO TRUE
191700     ELSE
191800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
191900       SET SCAN-N-GEFUNDEN        TO TRUE
192000     END-IF
192100     .
192200 SCAN-ERGEBNIS-1002.
192300     EXIT.
192400/
192500 APDU-FELDER-LESEN SECTION.
192600 APDU-FELDER-LESEN-1001.
192700     MOVE C-KAC5SK                TO GSICI-NAME-KADA-BEREICH
192800     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
192900     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
193000     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
193100                                  KAC5SK-EA-BEREICH
193200     CALL "CGSCI"
193300     USING C-CI-NACHRICHT-LESEN
193400           C-KONFIG-ID-KA
193500           C-OBJEKT-CI-LINES
193600           GSOVER-VERSTAENDIGUNGSBEREICH
193700           GSICI-EINGABEBEREICH
193800           DUMMY
193900           DUMMY
194000     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
194100     THEN
194200       PERFORM MELDUNG-IN-APDU-EINTRAGEN
194300       GO TO PROGRAMM-VERLASSEN
194400     END-IF
194500     .
194600 APDU-FELDER-LESEN-1002.
194700     EXIT.
194800/
194900 APDU-FELDER-SCHREIBEN SECTION.
195000 APDU-FELDER-SCHREIBEN-1001.
195100     MOVE C-KAC5SK                TO GSICI-NAME-KADA-BEREICH
195200     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
195300     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
195400     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
195500                                  KAC5SK-EA-BEREICH
195600     CALL "CGSCI"
195700     USING C-CI-NACHRICHT-SCHREIBEN
195800           C-KONFIG-ID-KA
195900           C-OBJEKT-CI-LINES
196000           GSOVER-VERSTAENDIGUNGSBEREICH
196100           GSICI-EINGABEBEREICH
196200           DUMMY
196300           DUMMY
196400     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
196500     THEN
196600       PERFORM MELDUNG-IN-APDU-EINTRAGEN
196700       GO TO PROGRAMM-VERLASSEN
196800     END-IF
196900     .
197000 APDU-FELDER-SCHREIBEN-1002.
197100     EXIT.
197200/
197300 INIT-KADA-KAC5SK SECTION.
197400 INIT-KADA-KAC5SK-1001.
197500     MOVE HIGH-VALUE              TO KAC5SK-EA-BEREICH
197600     .
197700 INIT-KADA-KAC5SK-1002.
197800     EXIT.
197900/
198000 MELDUNG-IN-APDU-EINTRAGEN SECTION.
198100 MELDUNG-IN-APDU-EINTRAGEN-1001.
198200     MOVE C-CI-MELDUNGEN          TO GSICI-INDIKATOR-MODUS
198300     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
198400     CALL "CGSCI"
198500     USING C-CI-NACHRICHT-SCHREIBEN
198600           C-KONFIG-ID-KA
198700           C-OBJEKT-CI-LINES
198800           GSOVER-VERSTAENDIGUNGSBEREICH
198900           GSICI-EINGABEBEREICH
199000           DUMMY
199100           DUMMY
199200     .
199300 MELDUNG-IN-APDU-EINTRAGEN-1002.
199400     EXIT.
199500/
199600 PROGRAMM-VERLASSEN SECTION.
199700 PROGRAMM-VERLASSEN-1001.
199800     EXIT PROGRAM
199900     .
200000 PROGRAMM-VERLASSEN-1002.
200100     EXIT
200200     .
200300 END PROGRAM AKAC5SK.
