000000* ELEMENTKOPF-COBOL-SOURCE ********************************%*
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
000160*@Titel         : (CI)  Sammelfreigabe Schliessungen
000160*@Elementname   : akac2sm.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : ja
000160*@Kategorie     : scc
000160*@BatchDialog   : dialog
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Sammelfreigabe/-ablehnung Schliessungen      *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*************************************************************
001600*@A-ELEMENTBESCHREIBUNG                                     *
001700* Modul-Beschreibung:                                       *
001800* CI-Auftrag zur Freigabe bzw. Ablehnung mehrerer frei-     *
001900* zugebender Schliessungen in einem Dialogschritt.          *
002000* Funktion "L": Liste der Schliessungen im Status 5         *
002100*   (KA03SCH), eingeschraenkt auf die Fachbereiche, fuer    *
002200*   die der angemeldete Benutzer in KA00AKFR berechtigt     *
002300*   ist. Fachbereich, Volumen, Differenz und Waehrung       *
002400*   werden aus den Posten der Schliessung (AKA5OF           *
002500*   01-STD-APO-LIST-Z-SCH) ermittelt, das Alter aus dem     *
002600*   Anlagedatum der Schliessung.                            *
002700* Funktion "2"/"3": jede markierte Zeile wird einzeln       *
002800*   ueber AKA4OF 01-STD-SCH-FREI bzw. 01-STD-SCH-ABLE       *
002900*   verarbeitet, so dass alle Pruefungen der Einzel-        *
003000*   freigabe (Vier-Augen-Grenze, Vertretung, Perioden-      *
003100*   sperre, Legal Hold, Ausbuchungssperre) sowie GL-        *
003200*   Vormerkung und Benachrichtigung unveraendert greifen.   *
003300*   Eine zurueckgewiesene Schliessung bricht die Verar-     *
003400*   beitung der uebrigen nicht ab; je Zeile werden          *
003500*   Ergebnis und Meldungstext zurueckgegeben.               *
003600*@E-ELEMENTBESCHREIBUNG                                     *
003700*                                                           *
003800*@A-MODULAUFRUF                                             *
003900* Aufruf-Parameter: PRODECURE DIVISION                      *
004000*                   USING GSCI-STEUERDATEN                  *
004100*@E-MODULAUFRUF                                             *
004200*                                                           *
004300*@A-RETURNCODE                                              *
004400* Meldungen/Returncodes:                                    *
004500* ----------------------                                    *
004600* KA4933 Keine Schliessung zur Verarbeitung markiert        *
004700* KA4934 Ungueltige Funktion fuer die Sammelfreigabe        *
004800*@E-RETURNCODE                                              *
004900*                                                           *
005000*@A-MODUL                                                   *
005100* Gerufene Moduln/Auftraege:                                *
005200* CGSCI, CGSTAB, AKA5OF, CGSAUF (AKA4OF)                    *
005300*@E-MODUL                                                   *
005400*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58791                                                *     D01
090052*     Neuanlage - Sammelfreigabe/-ablehnung freizugebender   *     D01
090053*     Schliessungen mit Ergebnisliste je Schliessung.        *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAC2SM.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akac2sm ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01 GS-KONSTANTEN.
101700     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
101800     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101900     20 C-KONFIG-ID-GS            PIC X(002) VALUE "GS".
102000     20 C-CI-NACHRICHT-LESEN      PIC X(040)
102100                                  VALUE "NACHRICHT-LESEN".
102200     20 C-CI-NACHRICHT-SCHREIBEN  PIC X(040)
102300                                  VALUE "NACHRICHT-SCHREIBEN".
102400     20 C-OBJEKT-CI-LINES         PIC X(020) VALUE "LINES".
102500     20 C-CI-MELDUNGEN            PIC X(001) VALUE "M".
102600     20 C-KAC2SM                  PIC X(008) VALUE "KAC2SM".
102700     20 C-AKAC2SM                 PIC X(008) VALUE "AKAC2SM".
102800     20 C-RETCODE-END             PIC 9(004) COMP-5 VALUE 0.
102900     20 C-SET                     PIC X(006) VALUE "SET   ".
103000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
103100     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
103200     20 C-TAB-ANM-DAT-LESEN       PIC X(040) VALUE
103300                                  "ANM-DAT-LESEN".
103400     20 C-OBJEKT-TAB-ANMELDEDATEN PIC X(020) VALUE "ANMELDEDATEN".
103500     20 C-OBJEKT-TAB-KA03SCH      PIC X(009) VALUE "KA03SCH".
103600     20 C-OBJEKT-TAB-KA00AKFR     PIC X(009) VALUE "KA00AKFR".
103700     20 C-OBJEKT-AKA4OF           PIC X(020) VALUE "AKA4OF".
103800     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
103900                                  VALUE "01-STD-APO-LIST-Z-SCH".
104000     20 C-01-STD-SCH-FREI         PIC X(040) VALUE
104100                                  "01-STD-SCH-FREI".
104200     20 C-01-STD-SCH-ABLE         PIC X(040) VALUE
104300                                  "01-STD-SCH-ABLE".
104400     20 C-MAX-ZEILEN              PIC 9(003) VALUE 100.
104500     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104600     20 C-J                       PIC X(001) VALUE "J".
104700     20 C-N                       PIC X(001) VALUE "N".
104800 01 C-STATI.
104900     05 C-STATUS-FREIZUGEBEN      PIC 9(001) VALUE 5.
105000 01 C-MELDUNGS-CODES.
105100     05 C-OBJEKT-KA4933           PIC X(008) VALUE "KA4933".
105200     05 C-OBJEKT-KA4934           PIC X(008) VALUE "KA4934".
105300/---------------------------------------------------------------*
105400* Meldungsgewichte                                              *
105500*---------------------------------------------------------------*
105600  COPY DCTGRCGE.
105700/---------------------------------------------------------------*
105800* LOCAL-STORAGE-Section                                         *
105900*---------------------------------------------------------------*
106000 LOCAL-STORAGE SECTION.
106100  COPY CGSOVER.
106200 01  DUMMY                        PIC X(001).
106300  COPY CGSICI.
106400  COPY CGSOCI.
106500  COPY CGSTTAB.
106600  COPY CGSO1ANM.
106700  COPY CKA0SCH.
106800  COPY CKAI0AKZ.
106900  COPY CKAO0AKZ.
107000  COPY CKAI5OF2.
107100  COPY CKAO5OF2.
107200  COPY CKAI4OF2.
107300  COPY DKAXIND.
107400  COPY CKAXIND.
107500  COPY CKAC2SM.
107600 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
107700 01  H-IND                        PIC 9(003).
107800 01  H-APO-IND                    PIC 9(003).
107900 01  H-ANZ-MARKIERT               PIC 9(003).
108000 01  H-TAGESDATUM                 PIC 9(008).
108100 01  H-ALTER-TAGE                 PIC S9(007) COMP-3.
108200 01  H-VOLUMEN                    PIC S9(013)V9(003).
108300 01  H-DIFFERENZ                  PIC S9(013)V9(003).
108400 01  H-FACHBEREICH                PIC X(004).
108500 01  H-SCH-STATUS                 PIC X(001).
108600     88 SCH-GEFUNDEN              VALUE "J".
108700     88 SCH-N-GEFUNDEN            VALUE "N".
108800 01  H-FB-BERECHTIGT              PIC X(001).
108900     88 FB-BERECHTIGT-JA          VALUE "J".
109000     88 FB-BERECHTIGT-NEIN        VALUE "N".
109100/****************************************************************
109200 LINKAGE SECTION.
109300*****************************************************************
109400  COPY CGSCISD.
109500*****************************************************************
109600 PROCEDURE DIVISION
109700     USING GSCI-STEUERDATEN.
109800
109900 STEUER-AKAC2SM SECTION.
110000 STEUER-AKAC2SM-1001.
110100     MOVE SPACE                   TO DUMMY
110200     MOVE C-RETCODE-END           TO GSCI-ENDESTATUS
110300     PERFORM INIT-KADA-KAC2SM
110400     EVALUATE GSCI-SERVICE
110500       WHEN C-SET
110600         PERFORM APDU-FELDER-LESEN
110700         PERFORM LESEN-ANMELDEDATEN
110800         EVALUATE TRUE
110900           WHEN KAC2SM-E-LISTE
111000             PERFORM LISTE-AUFBAUEN
111100           WHEN KAC2SM-E-FREIGABE
111200           WHEN KAC2SM-E-ABLEHNUNG
111300             PERFORM MARKIERTE-VERARBEITEN
111400           WHEN OTHER
111500*            KA4934 Ungueltige Funktion fuer die Sammelfreigabe
111600             MOVE C-OBJEKT-KA4934 TO GSOVER-RETURNCODE
111700             MOVE C-GEW-FEHLER    TO GSOVER-GEWICHT
111800             PERFORM MELDUNG-IN-APDU-EINTRAGEN
111900             GO TO PROGRAMM-VERLASSEN
112000         END-EVALUATE
112100         PERFORM APDU-FELDER-SCHREIBEN
112200       WHEN OTHER
112300         GO TO PROGRAMM-VERLASSEN
112400     END-EVALUATE
112500     .
112600 STEUER-AKAC2SM-1002.
112700     GO TO PROGRAMM-VERLASSEN
112800     .
112900/---------------------------------------------------------------*
113000* Liste der freizugebenden Schliessungen aus den Fachbereichen  *
113100* des Benutzers aufbauen (KA03SCH zeilenweise)                  *
113200*---------------------------------------------------------------*
113300 LISTE-AUFBAUEN SECTION.
113400 LISTE-AUFBAUEN-1001.
113500     ACCEPT H-TAGESDATUM          FROM DATE YYYYMMDD
113600     MOVE ZERO                    TO KAC2SM-A-ANZ-ZEILEN
113700                                     KAC2SM-A-ANZ-FREIGEGEBEN
113800                                     KAC2SM-A-ANZ-ABGELEHNT
113900                                     KAC2SM-A-ANZ-ZURUECKGEW
114000     SET KAC2SM-A-WEITERE-NEIN    TO TRUE
114100     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
114200     MOVE C-1                     TO H-LFD-ZEILE
114300     PERFORM LESEN-SCH-ZEILE
114400     PERFORM UNTIL SCH-N-GEFUNDEN
114500       IF KA0SCH-SCH-STATUS       = C-STATUS-FREIZUGEBEN
114600       THEN
114700         PERFORM SCHLIESSUNG-AUFNEHMEN
114800       END-IF
114900       ADD C-1                    TO H-LFD-ZEILE
115000       PERFORM LESEN-SCH-ZEILE
115100     END-PERFORM
115200     .
115300 LISTE-AUFBAUEN-1002.
115400     EXIT.
115500/---------------------------------------------------------------*
115600* Zeile aus KA_TABLE_SCH lesen                                  *
115700*---------------------------------------------------------------*
115800 LESEN-SCH-ZEILE SECTION.
115900 LESEN-SCH-ZEILE-1001.
116000     MOVE H-LFD-ZEILE             TO KA0SCH-ZEILENNUMMER
116100     CALL "CGSTAB" USING
116200          C-TAB-LESEN-ZEILE
116300          C-KONFIG-ID-KA
116400          C-OBJEKT-TAB-KA03SCH
116500          GSOVER-VERSTAENDIGUNGSBEREICH
116600          KA0SCH-EINGABEBEREICH
116700          KA0SCH-AUSGABEBEREICH
116800          DUMMY
116900     END-CALL
117000     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
117100     THEN
117200       SET SCH-GEFUNDEN           TO TRUE
117300     ELSE
117400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
117500       SET SCH-N-GEFUNDEN         TO TRUE
117600     END-IF
117700     .
117800 LESEN-SCH-ZEILE-1002.
117900     EXIT.
118000/---------------------------------------------------------------*
118100* Posten der Schliessung lesen, Fachbereichsberechtigung pruefen*
118200* und die Schliessung in die Liste aufnehmen                    *
118300*---------------------------------------------------------------*
118400 SCHLIESSUNG-AUFNEHMEN SECTION.
118500 SCHLIESSUNG-AUFNEHMEN-1001.
118600     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
118700     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
118800     MOVE C-N                     TO
118900                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
119000     MOVE 200                     TO KAI5OF2-ANF-ANZ-TREFFER
119100     MOVE KA0SCH-SCHLIESSUNGSNR   TO KAI5OF2-SCHLIESSUNGSNR
119200     CALL "AKA5OF" USING
119300          C-01-STD-APO-LIST-Z-SCH
119400          C-KONFIG-ID-KA
119500          C-AKAC2SM
119600          GSOVER-VERSTAENDIGUNGSBEREICH
119700          KAI5OF2-EINGABEBEREICH
119800          KAO5OF2-AUSGABEBEREICH
119900          DUMMY
120000          KAXIND-INDICES
120100     END-CALL
120200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
120300        OR KAO5OF2-IND-LETZT      = ZERO
120400     THEN
120500       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
120600       GO TO SCHLIESSUNG-AUFNEHMEN-1002
120700     END-IF
120800     MOVE KAO5OF2-APO-FACHBEREICH (C-1)
120900                                  TO H-FACHBEREICH
121000     PERFORM PRUEFEN-FB-BERECHTIGUNG
121100     IF FB-BERECHTIGT-NEIN
121200     THEN
121300       GO TO SCHLIESSUNG-AUFNEHMEN-1002
121400     END-IF
121500     IF KAC2SM-A-ANZ-ZEILEN       NOT < C-MAX-ZEILEN
121600     THEN
121700       SET KAC2SM-A-WEITERE-JA    TO TRUE
121800       GO TO SCHLIESSUNG-AUFNEHMEN-1002
121900     END-IF
122000     MOVE ZERO                    TO H-VOLUMEN
122100                                     H-DIFFERENZ
122200     PERFORM VARYING H-APO-IND FROM 1 BY 1
122300             UNTIL H-APO-IND      > KAO5OF2-IND-LETZT
122400       ADD KAO5OF2-APO-BETRAG (H-APO-IND)
122500                                  TO H-DIFFERENZ
122600       IF KAO5OF2-APO-BETRAG (H-APO-IND) > ZERO
122700       THEN
122800         ADD KAO5OF2-APO-BETRAG (H-APO-IND)
122900                                  TO H-VOLUMEN
123000       END-IF
123100     END-PERFORM
123200     COMPUTE H-ALTER-TAGE =
123300             FUNCTION INTEGER-OF-DATE (H-TAGESDATUM) -
123400             FUNCTION INTEGER-OF-DATE (KA0SCH-SCH-DATUM-ANLAGE)
123500     IF H-ALTER-TAGE              < ZERO
123600     THEN
123700       MOVE ZERO                  TO H-ALTER-TAGE
123800     END-IF
123900     ADD C-1                      TO KAC2SM-A-ANZ-ZEILEN
124000     MOVE KAC2SM-A-ANZ-ZEILEN     TO H-IND
124100     MOVE SPACE                   TO KAC2SM-EA-MARKIERUNG (H-IND)
124200                                     KAC2SM-A-ERGEBNIS (H-IND)
124300                                     KAC2SM-A-MELDUNGSTEXT (H-IND)
124400     MOVE KA0SCH-SCHLIESSUNGSNR   TO KAC2SM-A-SCHLIESSUNGSNR
124500                                     (H-IND)
124600     MOVE KA0SCH-AK-NUMMER        TO KAC2SM-A-AK-NUMMER (H-IND)
124700     MOVE H-FACHBEREICH           TO KAC2SM-A-FACHBEREICH (H-IND)
124800     MOVE H-VOLUMEN               TO KAC2SM-A-BETRAG (H-IND)
124900     MOVE H-DIFFERENZ             TO KAC2SM-A-DIFFERENZ (H-IND)
125000     MOVE KAO5OF2-APO-WAEHRUNG (C-1)
125100                                  TO KAC2SM-A-WAEHRUNG (H-IND)
125200     MOVE KA0SCH-SCH-USER-SCHLIESS
125300                                  TO KAC2SM-A-ERSTELLER (H-IND)
125400     MOVE H-ALTER-TAGE            TO KAC2SM-A-ALTER-TAGE (H-IND)
125500     .
125600 SCHLIESSUNG-AUFNEHMEN-1002.
125700     EXIT.
125800/---------------------------------------------------------------*
125900* Fachbereichsberechtigung des Benutzers (KA00AKFR, Einzel-     *
126000* oder Sammeleintrag) pruefen - analog AKA4OF                   *
126100*---------------------------------------------------------------*
126200 PRUEFEN-FB-BERECHTIGUNG SECTION.
126300 PRUEFEN-FB-BERECHTIGUNG-1001.
126400     SET FB-BERECHTIGT-NEIN       TO TRUE
126500     MOVE GSO1ANM-BENUTZERIDENTIFIKATION
126600                                  TO KAI0AKZ-BEARBEITER-KENNUNG
126700     MOVE H-FACHBEREICH           TO KAI0AKZ-FACHBEREICH
126800     PERFORM LESEN-AKFR
126900     IF FB-BERECHTIGT-NEIN
127000     THEN
127100*      Sammeleintrag (alle Fachbereiche) pruefen
127200       MOVE SPACE                 TO KAI0AKZ-FACHBEREICH
127300       PERFORM LESEN-AKFR
127400     END-IF
127500     .
127600 PRUEFEN-FB-BERECHTIGUNG-1002.
127700     EXIT.
127800/---------------------------------------------------------------*
127900* KA00AKFR lesen                                                *
128000*---------------------------------------------------------------*
128100 LESEN-AKFR SECTION.
128200 LESEN-AKFR-1001.
128300     CALL "CGSTAB"
128400     USING C-TAB-LESEN-EQUAL
128500           C-KONFIG-ID-KA
128600           C-OBJEKT-TAB-KA00AKFR
128700           GSOVER-VERSTAENDIGUNGSBEREICH
128800           KAI0AKZ-EINGABEBEREICH
128900           KAO0AKZ-AUSGABEBEREICH
129000           GSTTAB-EIN-AUSGABEBEREICH
129100     END-CALL
129200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
129300        AND KAO0AKZ-BERECHTIGT-JA
129400     THEN
129500       SET FB-BERECHTIGT-JA       TO TRUE
129600     ELSE
129700       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
129800     END-IF
129900     .
130000 LESEN-AKFR-1002.
130100     EXIT.
130200/---------------------------------------------------------------*
130300* Markierte Zeilen einzeln ueber AKA4OF freigeben/ablehnen      *
130400*---------------------------------------------------------------*
130500 MARKIERTE-VERARBEITEN SECTION.
130600 MARKIERTE-VERARBEITEN-1001.
130700     MOVE ZERO                    TO KAC2SM-A-ANZ-FREIGEGEBEN
130800                                     KAC2SM-A-ANZ-ABGELEHNT
130900                                     KAC2SM-A-ANZ-ZURUECKGEW
131000                                     H-ANZ-MARKIERT
131100     IF KAC2SM-A-ANZ-ZEILEN       NOT NUMERIC
131200        OR KAC2SM-A-ANZ-ZEILEN    > C-MAX-ZEILEN
131300     THEN
131400       MOVE ZERO                  TO KAC2SM-A-ANZ-ZEILEN
131500     END-IF
131600     PERFORM VARYING H-IND FROM 1 BY 1
131700             UNTIL H-IND          > KAC2SM-A-ANZ-ZEILEN
131800       IF KAC2SM-EA-MARKIERT (H-IND)
131900       THEN
132000         ADD C-1                  TO H-ANZ-MARKIERT
132100         PERFORM SCHLIESSUNG-VERARBEITEN
132200       ELSE
132300         MOVE SPACE               TO KAC2SM-A-ERGEBNIS (H-IND)
132400                                     KAC2SM-A-MELDUNGSTEXT (H-IND)
132500       END-IF
132600     END-PERFORM
132700     IF H-ANZ-MARKIERT            = ZERO
132800     THEN
132900*      KA4933 Keine Schliessung zur Verarbeitung markiert
133000       MOVE C-OBJEKT-KA4933       TO GSOVER-RETURNCODE
133100       MOVE C-GEW-WARNUNG         TO GSOVER-GEWICHT
133200       PERFORM MELDUNG-IN-APDU-EINTRAGEN
133300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
133400     END-IF
133500     .
133600 MARKIERTE-VERARBEITEN-1002.
133700     EXIT.
133800/---------------------------------------------------------------*
133900* Eine markierte Schliessung ueber AKA4OF verarbeiten; eine     *
134000* Zurueckweisung wird nur in der Zeile vermerkt                 *
134100*---------------------------------------------------------------*
134200 SCHLIESSUNG-VERARBEITEN SECTION.
134300 SCHLIESSUNG-VERARBEITEN-1001.
134400     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
134500     MOVE SPACE                   TO GSOVER-RETURNCODE
134600                                     GSOVER-TEXTE
134700     IF KAC2SM-E-FREIGABE
134800     THEN
134900       MOVE C-01-STD-SCH-FREI     TO KAI4OF2-FUNKTION
135000     ELSE
135100       MOVE C-01-STD-SCH-ABLE     TO KAI4OF2-FUNKTION
135200     END-IF
135300     MOVE KAC2SM-A-SCHLIESSUNGSNR (H-IND)
135400                                  TO KAI4OF2-SCHLIESSUNGSNR
135500     MOVE KAC2SM-E-SCHLIESSUNG-BEMERK
135600                                  TO KAI4OF2-SCHLIESSUNG-BEMERK
135700     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
135800     CALL "CGSAUF"
135900     USING C-AUF-AUFRUF-AL
136000           C-KONFIG-ID-KA
136100           C-OBJEKT-AKA4OF
136200           GSOVER-VERSTAENDIGUNGSBEREICH
136300           KAI4OF2-EINGABEBEREICH
136400           DUMMY
136500           KAXIND-INDICES
136600     END-CALL
136700     IF GSOVER-GEWICHT            = C-GEW-ABBRUCH
136800     THEN
136900       PERFORM MELDUNG-IN-APDU-EINTRAGEN
137000       GO TO PROGRAMM-VERLASSEN
137100     END-IF
137200     MOVE GSOVER-TEXTE (1:70)     TO KAC2SM-A-MELDUNGSTEXT (H-IND)
137300     IF GSOVER-GEWICHT            < C-GEW-FEHLER
137400     THEN
137500       IF KAC2SM-E-FREIGABE
137600       THEN
137700         SET KAC2SM-A-FREIGEGEBEN (H-IND) TO TRUE
137800         ADD C-1                  TO KAC2SM-A-ANZ-FREIGEGEBEN
137900       ELSE
138000         SET KAC2SM-A-ABGELEHNT (H-IND) TO TRUE
138100         ADD C-1                  TO KAC2SM-A-ANZ-ABGELEHNT
138200       END-IF
138300     ELSE
138400       SET KAC2SM-A-ZURUECKGEW (H-IND) TO TRUE
138500       ADD C-1                    TO KAC2SM-A-ANZ-ZURUECKGEW
138600     END-IF
138700     MOVE SPACE                   TO KAC2SM-EA-MARKIERUNG (H-IND)
138800     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
138900     .
139000 SCHLIESSUNG-VERARBEITEN-1002.
139100     EXIT.
139200/---------------------------------------------------------------*
139300* Anmeldedaten (Benutzer) lesen                                 *
139400*---------------------------------------------------------------*
139500 LESEN-ANMELDEDATEN SECTION.
139600 LESEN-ANMELDEDATEN-1001.
139700     CALL "CGSTAB"
139800     USING C-TAB-ANM-DAT-LESEN
139900           C-KONFIG-ID-GS
140000           C-OBJEKT-TAB-ANMELDEDATEN
140100           GSOVER-VERSTAENDIGUNGSBEREICH
140200           DUMMY
140300           GSO1ANM-AUSGABEBEREICH
140400           GSTTAB-EIN-AUSGABEBEREICH
140500     END-CALL
140600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
140700     THEN
140800       PERFORM MELDUNG-IN-APDU-EINTRAGEN
140900       GO TO PROGRAMM-VERLASSEN
141000     END-IF
141100     .
141200 LESEN-ANMELDEDATEN-1002.
141300     EXIT.
141400/
141500 APDU-FELDER-LESEN SECTION.
141600 APDU-FELDER-LESEN-1001.
141700     MOVE C-KAC2SM                TO GSICI-NAME-KADA-BEREICH
141800     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
141900     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
142000     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
142100                                  KAC2SM-EA-BEREICH
142200     CALL "CGSCI"
142300     USING C-CI-NACHRICHT-LESEN
142400           C-KONFIG-ID-KA
142500           C-OBJEKT-CI-LINES
142600           GSOVER-VERSTAENDIGUNGSBEREICH
142700           GSICI-EINGABEBEREICH
142800           DUMMY
142900           DUMMY
143000     END-CALL
143100     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
143200     THEN
143300       PERFORM MELDUNG-IN-APDU-EINTRAGEN
143400       GO TO PROGRAMM-VERLASSEN
143500     END-IF
143600     .
143700 APDU-FELDER-LESEN-1002.
143800     EXIT.
143900/
144000 APDU-FELDER-SCHREIBEN SECTION.
144100 APDU-FELDER-SCHREIBEN-1001.
144200     MOVE C-KAC2SM                TO GSICI-NAME-KADA-BEREICH
144300     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
144400     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
144500     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
144600                                  KAC2SM-EA-BEREICH
144700     CALL "CGSCI"
144800     USING C-CI-NACHRICHT-SCHREIBEN
144900           C-KONFIG-ID-KA
145000           C-OBJEKT-CI-LINES
145100           GSOVER-VERSTAENDIGUNGSBEREICH
145200           GSICI-EINGABEBEREICH
145300           DUMMY
145400           DUMMY
145500     END-CALL
145600     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
145700     THEN
145800       PERFORM MELDUNG-IN-APDU-EINTRAGEN
145900       GO TO PROGRAMM-VERLASSEN
146000     END-IF
146100     .
146200 APDU-FELDER-SCHREIBEN-1002.
146300     EXIT.
146400/
146500 INIT-KADA-KAC2SM SECTION.
146600 INIT-KADA-KAC2SM-1001.
146700     MOVE HIGH-VALUE              TO KAC2SM-EA-BEREICH
146800     .
146900 INIT-KADA-KAC2SM-1002.
147000     EXIT.
147100/
147200 MELDUNG-IN-APDU-EINTRAGEN SECTION.
147300 MELDUNG-IN-APDU-EINTRAGEN-1001.
147400     MOVE C-CI-MELDUNGEN          TO GSICI-INDIKATOR-MODUS
147500     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
147600     CALL "CGSCI"
147700     USING C-CI-NACHRICHT-SCHREIBEN
147800           C-KONFIG-ID-KA
147900           C-OBJEKT-CI-LINES
148000           GSOVER-VERSTAENDIGUNGSBEREICH
148100           GSICI-EINGABEBEREICH
148200           DUMMY
148300           DUMMY
148400     END-CALL
148500     .
148600 MELDUNG-IN-APDU-EINTRAGEN-1002.
148700     EXIT.
148800/
148900 PROGRAMM-VERLASSEN SECTION.
149000 PROGRAMM-VERLASSEN-1001.
149100     EXIT PROGRAM
149200     .
149300 PROGRAMM-VERLASSEN-1002.
149400     EXIT
149500     .
