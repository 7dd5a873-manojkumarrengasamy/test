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
000160*@Titel         : (CI)  Lebenslauf einer Abstimmposition
000160*@Elementname   : akac5lz.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : ja
000160*@Kategorie     : scc
000160*@BatchDialog   : dialog
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Lebenslauf einer Abstimmposition             *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001300*                                                           *
001400*************************************************************
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* CI-Auftrag der Lebenslauf-Auskunft: zu einer              *
001800* Abstimmposition werden alle Ereignisse aus den            *
001900* Nebentabellen in zeitlicher Reihenfolge mit Benutzer und  *
002000* Zeitpunkt auf einem Bild geliefert:                       *
002100* - Eingang mit Herkunft (Lauf-Id/Quelldatei aus AKA5OF     *
002200*   01-STD-APO-LIST-SUCHE) und Klassifizierung (GV-Code)    *
002300* - Fachbereichswechsel (KA03AKFW), Notizen (AKABEM),       *
002400*   Transfers (KA03AKTR), Zusammenfassungen (KA03AKZV),     *
002500*   Teilung (Schliessungsart SP), Wiedervorlage (KA02AKWV)  *
002600* - Mahnstufe und Nachforschung aus der Positionsauskunft   *
002700*   AKA5OF 01-STD-APO-L-DET-AUSK                            *
002800* - Legal Hold auf Position und Schliessung (AKALHD)        *
002900* - Schliessung: Anlage, Statuswechsel aus dem Journal      *
003000*   KJD100 (GV KASCHLFR/KASCHLAB/KASCHLAF/KASCHLRV),        *
003100*   Belege (AKADOC) und Hauptbuch-Vormerkung mit Versand    *
003200*   und Quittung (KA02AKGB)                                 *
003300* Zeitpunkte ohne Uhrzeit (Tabellen mit reinem Datum)       *
003400* werden mit 00:00:00 eingeordnet; der Eingang traegt das   *
003500* Auszugsdatum der Position. Die Tabelle ist auf 100        *
003600* Ereignisse begrenzt (KAC5LZ-A-KZ-WEITER).                 *
003700*@E-ELEMENTBESCHREIBUNG                                     *
003800*                                                           *
003900*@A-MODULAUFRUF                                             *
004000* Aufruf-Parameter: PRODECURE DIVISION                      *
004100*                   USING GSCI-STEUERDATEN                  *
004200*@E-MODULAUFRUF                                             *
004300*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58797                                                *     D01
090052*     Neuanlage - Lebenslauf einer Abstimmposition ueber    *     D01
090053*     alle Nebentabellen in zeitlicher Reihenfolge.         *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAC5LZ.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akac5lz ".
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
102500     20 C-KAC5LZ                  PIC X(008) VALUE "KAC5LZ".
102600     20 C-RETCODE-END             PIC 9(004) COMP-5 VALUE 0.
102700     20 C-GET                     PIC X(006) VALUE "GET   ".
102800     20 C-AUF-AUFRUF-AL           PIC X(040) VALUE "AUFRUF-AL".
102900     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
103000     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
103100     20 C-OBJEKT-TAB-KA03AKFW     PIC X(009) VALUE "KA03AKFW".
103200     20 C-OBJEKT-TAB-KA03AKTR     PIC X(009) VALUE "KA03AKTR".
103300     20 C-OBJEKT-TAB-KA03AKZV     PIC X(009) VALUE "KA03AKZV".
103400     20 C-OBJEKT-TAB-KA02AKWV     PIC X(009) VALUE "KA02AKWV".
103500     20 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".
103600     20 C-OBJEKT-AKA5OF           PIC X(020) VALUE "AKA5OF".
103700     20 C-OBJEKT-AKADOC           PIC X(020) VALUE "AKADOC".
103800     20 C-OBJEKT-KJD100           PIC X(020) VALUE "KJD100".
103900     20 C-AKAC5LZ                 PIC X(008) VALUE "AKAC5LZ".
104000     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
104100                                  VALUE "01-STD-APO-L-DET-AUSK".
104200     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
104300                                  VALUE "01-STD-APO-LIST-SUCHE".
104400     20 C-01-INT-LES-NOTIZEN      PIC X(040)
104500                                  VALUE "01-INT-LES-NOTIZEN".
104600     20 C-01-INT-LH-LESEN         PIC X(040)
104700                                  VALUE "01-INT-LH-LESEN".
104800     20 C-01-INT-DOK-LISTE        PIC X(040)
104900                                  VALUE "01-INT-DOK-LISTE".
105000     20 C-VERARB-KZ-LESEN         PIC X(001) VALUE "9".
105100     20 C-LH-TYP-POSITION         PIC X(002) VALUE "AP".
105200     20 C-LH-TYP-SCHLIESSUNG      PIC X(002) VALUE "SL".
105300     20 C-SCHLIESSART-SPLIT       PIC X(002) VALUE "SP".
105400     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
105500     20 C-MAX-EREIGNIS            PIC 9(003) VALUE 100.
105600     20 C-MAX-JD-GV               PIC 9(001) VALUE 4.
105700 01 C-EREIGNISARTEN.
105800     05 C-EV-EINGANG              PIC X(004) VALUE "EING".
105900     05 C-EV-KLASSIFIZIERUNG      PIC X(004) VALUE "KLAS".
106000     05 C-EV-FB-WECHSEL           PIC X(004) VALUE "FBWE".
106100     05 C-EV-NOTIZ                PIC X(004) VALUE "NOTZ".
106200     05 C-EV-TRANSFER             PIC X(004) VALUE "TRAN".
106300     05 C-EV-ZUSAMMENFASSUNG      PIC X(004) VALUE "ZUSF".
106400     05 C-EV-TEILUNG              PIC X(004) VALUE "TEIL".
106500     05 C-EV-WIEDERVORLAGE        PIC X(004) VALUE "WVOR".
106600     05 C-EV-MAHNUNG              PIC X(004) VALUE "MAHN".
106700     05 C-EV-NACHFORSCHUNG        PIC X(004) VALUE "NFOR".
106800     05 C-EV-LEGAL-HOLD           PIC X(004) VALUE "HOLD".
106900     05 C-EV-SCHLIESSUNG          PIC X(004) VALUE "SCHL".
107000     05 C-EV-BELEG                PIC X(004) VALUE "DOKU".
107100     05 C-EV-HAUPTBUCH            PIC X(004) VALUE "GLBU".
107200*    Laeufe, die Ereignisse ohne Dialogbenutzer erzeugen
107300 01 C-LAUF-BENUTZER.
107400     05 C-USER-EINGANG            PIC X(008) VALUE "AKAEIN".
107500     05 C-USER-MAHNLAUF           PIC X(008) VALUE "AKAMHN".
107600     05 C-USER-NACHFORSCHUNG      PIC X(008) VALUE "AKANFI".
107700     05 C-USER-GL-AUSGANG         PIC X(008) VALUE "AKAGLB".
107800     05 C-USER-GL-RUECKMELDUNG    PIC X(008) VALUE "AKAGLR".
107900*    Journal-Geschaeftsvorfaelle der Schliessung (siehe AKA4OF)
108000*    mit Ereignisart und Anzeigetext
108100 01 C-JD-GV-WERTE.
108200     05 FILLER                    PIC X(012) VALUE "KASCHLFRSCFR".
108300     05 FILLER                    PIC X(030) VALUE
108400                                  "Schliessung freigegeben".
108500     05 FILLER                    PIC X(012) VALUE "KASCHLABSCAB".
108600     05 FILLER                    PIC X(030) VALUE
108700                                  "Schliessung abgelehnt".
108800     05 FILLER                    PIC X(012) VALUE "KASCHLAFSCAF".
108900     05 FILLER                    PIC X(030) VALUE
109000                                  "Schliessung aufgehoben".
109100     05 FILLER                    PIC X(012) VALUE "KASCHLRVSCRV".
109200     05 FILLER                    PIC X(030) VALUE
109300                                  "Schliessung zurueckgenommen".
109400 01 C-JD-GV-TABELLE REDEFINES C-JD-GV-WERTE.
109500     05 C-JD-GV-EINTRAG           OCCURS 4.
109600        10 C-JD-GV                PIC X(008).
109700        10 C-JD-EV-ART            PIC X(004).
109800        10 C-JD-TEXT              PIC X(030).
109900/---------------------------------------------------------------*
110000* Meldungsgewichte                                              *
110100*---------------------------------------------------------------*
110200  COPY DCTGRCGE.
110300/---------------------------------------------------------------*
110400* LOCAL-STORAGE-Section                                         *
110500*---------------------------------------------------------------*
110600 LOCAL-STORAGE SECTION.
110700  COPY CGSOVER.
110800 01  DUMMY                        PIC X(001).
110900  COPY CGSICI.
111000  COPY CGSOCI.
111100  COPY CGSTTAB.
111200  COPY DKAXIND.
111300  COPY CKAXIND.
111400  COPY CKAI5OF1.
111500  COPY CKAO5OF1.
111600  COPY CKAI5OF2.
111700  COPY CKAI5OF3.
111800  COPY CKAO5OF2.
111900  COPY CKA0AKFW.
112000  COPY CKA0AKTR.
112100  COPY CKA0AKZV.
112200  COPY CKAI0AWV.
112300  COPY CKAO0AWV.
112400  COPY CKAI0AKB.
112500  COPY CKAO0AKB.
112600  COPY CKAIBEM.
112700  COPY CKAILHD.
112800  COPY CKAIADOC.
112900  COPY CKAOADOC.
113000  COPY CJDI100.
113100  COPY CJDO100.
113200  COPY CCJDIND.
113300 01  AENDERUNGEN.
113400     05 AEND-TABELLE              OCCURS 50.
113500     COPY CJDAENES                REPLACING 01 BY 10,
113600                                  ==(01)== BY ==(01)==.
113700  COPY CKAC5LZ.
113800*    ein Ereignis vor dem Einordnen in die Zeitleiste
113900 01  H-EREIGNIS.
114000     05  H-EV-ZEITPUNKT.
114100         10  H-EV-DATUM           PIC 9(008).
114200         10  H-EV-ZEIT            PIC 9(006).
114300     05  H-EV-ART                 PIC X(004).
114400     05  H-EV-USER                PIC X(008).
114500     05  H-EV-TEXT                PIC X(060).
114600 01  H-TIMESTAMP                  PIC X(026).
114700 01  H-EV-IND                     PIC 9(003).
114800 01  H-EV-VOR                     PIC 9(003).
114900 01  H-EV-STATUS                  PIC X(001).
115000     88 EV-PLATZ-SUCHEN           VALUE "S".
115100     88 EV-PLATZ-GEFUNDEN         VALUE "G".
115200 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
115300 01  H-SCAN-STATUS                PIC X(001).
115400     88 SCAN-GEFUNDEN             VALUE "J".
115500     88 SCAN-N-GEFUNDEN           VALUE "N".
115600 01  H-IND                        PIC 9(003).
115700 01  H-JD-IND                     PIC 9(001).
115800 01  H-LH-OBJEKT-TYP              PIC X(002).
115900 01  H-ZUGRIFFSKRITERIUM          PIC 9(007).
116000 01  H-BETRAG-ED                  PIC -(13)9,99.
116100 01  H-LAUF-ID                    PIC X(016).
116200 01  H-QUELLDATEI                 PIC X(044).
116300/****************************************************************
116400 LINKAGE SECTION.
116500*****************************************************************
116600  COPY CGSCISD.
116700*****************************************************************
116800 PROCEDURE DIVISION
116900     USING GSCI-STEUERDATEN.
117000
117100 STEUER-AKAC5LZ SECTION.
117200 STEUER-AKAC5LZ-1001.
117300     MOVE SPACE                   TO DUMMY
117400     MOVE C-RETCODE-END           TO GSCI-ENDESTATUS
117500     PERFORM INIT-KADA-KAC5LZ
117600     EVALUATE GSCI-SERVICE
117700       WHEN C-GET
117800         PERFORM APDU-FELDER-LESEN
117900         PERFORM LEBENSLAUF-ERMITTELN
118000         PERFORM APDU-FELDER-SCHREIBEN
118100       WHEN OTHER
118200         GO TO PROGRAMM-VERLASSEN
118300     END-EVALUATE
118400     .
118500 STEUER-AKAC5LZ-1002.
118600     GO TO PROGRAMM-VERLASSEN
118700     .
118800/---------------------------------------------------------------*
118900* Lebenslauf: Positionsdaten lesen und alle Ereignisse aus den  *
119000* Nebentabellen in die Zeitleiste einordnen                     *
119100*---------------------------------------------------------------*
119200 LEBENSLAUF-ERMITTELN SECTION.
119300 LEBENSLAUF-ERMITTELN-1001.
119400     MOVE ZERO                    TO KAC5LZ-A-ANZ-EREIGNIS
119500     SET KAC5LZ-A-N-WEITERE       TO TRUE
119600     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
119700     MOVE D-CJDIND-INDICES        TO CJDIND-INDICES
119800*    Position und Schliessung (Abbruch, wenn nicht vorhanden)
119900     PERFORM AUFTRAG-AKA5OF
120000*    Eingang und Klassifizierung stehen bei gleichem Zeitpunkt
120100*    vor allen spaeteren Ereignissen
120200     PERFORM EINGANG-ERMITTELN
120300     PERFORM FB-WECHSEL-LESEN
120400     PERFORM NOTIZEN-LESEN
120500     PERFORM TRANSFER-LESEN
120600     PERFORM ZUSAMMENFASSUNG-LESEN
120700     PERFORM WIEDERVORLAGE-LESEN
120800     PERFORM MAHNUNG-NACHFORSCHUNG
120900     MOVE C-LH-TYP-POSITION       TO H-LH-OBJEKT-TYP
121000     PERFORM LEGAL-HOLD-LESEN
121100     IF KAO5OF1-SCH-SCHLIESSUNGSART
121200                                  = C-SCHLIESSART-SPLIT
121300     THEN
121400       PERFORM TEILUNG-EINTRAGEN
121500     END-IF
121600     IF KAC5LZ-A-SCHLIESSUNGSNR   > ZERO
121700     THEN
121800       PERFORM SCHLIESSUNG-EINTRAGEN
121900       PERFORM JOURNAL-LESEN
122000          VARYING H-JD-IND FROM C-1 BY C-1
122100          UNTIL H-JD-IND          > C-MAX-JD-GV
122200       MOVE C-LH-TYP-SCHLIESSUNG  TO H-LH-OBJEKT-TYP
122300       PERFORM LEGAL-HOLD-LESEN
122400       PERFORM BELEGE-LESEN
122500       PERFORM HAUPTBUCH-LESEN
122600     END-IF
122700     .
122800 LEBENSLAUF-ERMITTELN-1002.
122900     EXIT.
123000/---------------------------------------------------------------*
123100* Detailauskunft der Position (Auftrag AKA5OF)                  *
123200*---------------------------------------------------------------*
123300 AUFTRAG-AKA5OF SECTION.
123400 AUFTRAG-AKA5OF-1001.
123500     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
123600     MOVE KAC5LZ-E-ABSTIMMKREIS   TO KAI5OF1-ABSTIMMKREIS-NR
123700     MOVE KAC5LZ-E-HERKUNFT       TO KAI5OF1-HERKUNFT
123800     MOVE KAC5LZ-E-KONTO-ID       TO KAI5OF1-KONTO-ID-ABSTIMM
123900     MOVE KAC5LZ-E-AUSZUGSDATUM   TO KAI5OF1-AUSZUGSDATUM
124000     MOVE KAC5LZ-E-AUSZUGSNUMMER  TO KAI5OF1-AUSZUGSNUMMER
124100     MOVE KAC5LZ-E-AUSZUG-FNR     TO KAI5OF1-AUSZUG-FNR
124200     MOVE KAC5LZ-E-LFD-NR-APO     TO KAI5OF1-LFD-NR-APO
124300     CALL "CGSAUF"
124400     USING C-AUF-AUFRUF-AL
124500           C-KONFIG-ID-KA
124600           C-OBJEKT-AKA5OF
124700           GSOVER-VERSTAENDIGUNGSBEREICH
124800           KAI5OF1-EINGABEBEREICH
124900           KAO5OF1-AUSGABEBEREICH
125000           DUMMY
125100           D-KAXIND-INDICES
125200     END-CALL
125300     IF GSOVER-GEWICHT            >= C-GEW-HINWEIS
125400     THEN
125500       PERFORM MELDUNG-IN-APDU-EINTRAGEN
125600       GO TO PROGRAMM-VERLASSEN
125700     END-IF
125800     MOVE KAO5OF1-APO-STATUS      TO KAC5LZ-A-STATUS
125900     MOVE KAO5OF1-APO-FACHBEREICH TO KAC5LZ-A-FACHBEREICH
126000     MOVE KAO5OF1-APO-WAEHRUNG    TO KAC5LZ-A-WAEHRUNG
126100     MOVE KAO5OF1-APO-BETRAG      TO KAC5LZ-A-BETRAG
126200     MOVE KAO5OF1-SCH-SCHLIESSUNGSNR
126300                                  TO KAC5LZ-A-SCHLIESSUNGSNR
126400     IF KAC5LZ-A-SCHLIESSUNGSNR   NOT NUMERIC
126500     THEN
126600       MOVE ZERO                  TO KAC5LZ-A-SCHLIESSUNGSNR
126700     END-IF
126800     .
126900 AUFTRAG-AKA5OF-1002.
127000     EXIT.
127100/---------------------------------------------------------------*
127200* Eingang der Position: Herkunft (Lauf-Id, Quelldatei) aus der  *
127300* Trefferliste von AKA5OF zum Status der Position; eingeordnet  *
127400* unter dem Auszugsdatum. Danach die Klassifizierung.           *
127500*---------------------------------------------------------------*
127600 EINGANG-ERMITTELN SECTION.
127700 EINGANG-ERMITTELN-1001.
127800     MOVE SPACE                   TO H-LAUF-ID
127900                                     H-QUELLDATEI
128000     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
128100     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
128200     MOVE KAC5LZ-E-ABSTIMMKREIS   TO KAI5OF3-ABSTIMMKREIS-NR
128300     MOVE KAO5OF1-APO-STATUS      TO KAI5OF3-STATUS
128400     CALL "AKA5OF" USING
128500          C-01-STD-APO-LIST-SUCHE
128600          C-KONFIG-ID-KA
128700          C-AKAC5LZ
128800          GSOVER-VERSTAENDIGUNGSBEREICH
128900          KAI5OF3-EINGABEBEREICH
129000          KAO5OF2-AUSGABEBEREICH
129100          DUMMY
129200          KAXIND-INDICES
129300     END-CALL
129400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
129500     THEN
129600       PERFORM VARYING H-IND FROM C-1 BY C-1
129700               UNTIL H-IND        > KAO5OF2-IND-LETZT
129800                  OR H-LAUF-ID    NOT = SPACE
129900                  OR H-QUELLDATEI NOT = SPACE
130000         IF KAO5OF2-APO-HERKUNFT (H-IND)
130100                                  = KAC5LZ-E-HERKUNFT
130200            AND KAO5OF2-APO-KONTO-ID-ABSTIMM (H-IND)
130300                                  = KAC5LZ-E-KONTO-ID
130400            AND KAO5OF2-APO-AUSZUGSDATUM (H-IND)
130500                                  = KAC5LZ-E-AUSZUGSDATUM
130600            AND KAO5OF2-APO-AUSZUGSNUMMER (H-IND)
130700                                  = KAC5LZ-E-AUSZUGSNUMMER
130800            AND KAO5OF2-APO-AUSZUG-FNR (H-IND)
130900                                  = KAC5LZ-E-AUSZUG-FNR
131000            AND KAO5OF2-APO-LFD-NR-APO (H-IND)
131100                                  = KAC5LZ-E-LFD-NR-APO
131200         THEN
131300           MOVE KAO5OF2-APO-LAUF-ID (H-IND)
131400                                  TO H-LAUF-ID
131500           MOVE KAO5OF2-APO-QUELLDATEI (H-IND)
131600                                  TO H-QUELLDATEI
131700         END-IF
131800       END-PERFORM
131900     ELSE
132000       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
132100     END-IF
132200*    Eingang
132300     INITIALIZE H-EREIGNIS
132400     MOVE KAC5LZ-E-AUSZUGSDATUM   TO H-EV-DATUM
132500     MOVE C-EV-EINGANG            TO H-EV-ART
132600     MOVE C-USER-EINGANG          TO H-EV-USER
132700     IF H-LAUF-ID                 = SPACE
132800        AND H-QUELLDATEI          = SPACE
132900     THEN
133000       STRING "Eingang mit Auszug "   DELIMITED BY SIZE
133100              KAC5LZ-E-AUSZUGSNUMMER  DELIMITED BY SIZE
133200              "/"                     DELIMITED BY SIZE
133300              KAC5LZ-E-AUSZUG-FNR     DELIMITED BY SIZE
133400              ", Lauf nicht ermittelt"
133500                                      DELIMITED BY SIZE
133600         INTO H-EV-TEXT
133700       END-STRING
133800     ELSE
133900       STRING "Eingang Lauf "         DELIMITED BY SIZE
134000              H-LAUF-ID               DELIMITED BY SPACE
134100              " Datei "               DELIMITED BY SIZE
134200              H-QUELLDATEI            DELIMITED BY SPACE
134300         INTO H-EV-TEXT
134400       END-STRING
134500     END-IF
134600     PERFORM EREIGNIS-EINORDNEN
134700*    Klassifizierung
134800     INITIALIZE H-EREIGNIS
134900     MOVE KAC5LZ-E-AUSZUGSDATUM   TO H-EV-DATUM
135000     MOVE C-EV-KLASSIFIZIERUNG    TO H-EV-ART
135100     MOVE C-USER-EINGANG          TO H-EV-USER
135200     STRING "Klassifiziert mit GV-Code "
135300                                  DELIMITED BY SIZE
135400            KAO5OF1-APO-GV-CODE   DELIMITED BY SIZE
135500       INTO H-EV-TEXT
135600     END-STRING
135700     PERFORM EREIGNIS-EINORDNEN
135800     .
135900 EINGANG-ERMITTELN-1002.
136000     EXIT.
136100/---------------------------------------------------------------*
136200* Fachbereichswechsel der Position aus KA03AKFW                 *
136300*---------------------------------------------------------------*
136400 FB-WECHSEL-LESEN SECTION.
136500 FB-WECHSEL-LESEN-1001.
136600     MOVE C-1                     TO H-LFD-ZEILE
136700     PERFORM LESEN-FW-ZEILE
136800     PERFORM UNTIL SCAN-N-GEFUNDEN
136900       IF KA0AKFW-AK-NUMMER       = KAC5LZ-E-ABSTIMMKREIS
137000          AND KA0AKFW-HERKUNFT    = KAC5LZ-E-HERKUNFT
137100          AND KA0AKFW-KONTO-ID    = KAC5LZ-E-KONTO-ID
137200          AND KA0AKFW-AUSZUGSDATUM
137300                                  = KAC5LZ-E-AUSZUGSDATUM
137400          AND KA0AKFW-AUSZUGSNUMMER
137500                                  = KAC5LZ-E-AUSZUGSNUMMER
137600          AND KA0AKFW-AUSZUG-FNR  = KAC5LZ-E-AUSZUG-FNR
137700          AND KA0AKFW-LFD-NR-APO  = KAC5LZ-E-LFD-NR-APO
137800       THEN
137900         INITIALIZE H-EREIGNIS
138000         MOVE KA0AKFW-WECHSEL-DATUM
138100                                  TO H-EV-DATUM
138200         MOVE C-EV-FB-WECHSEL     TO H-EV-ART
138300         MOVE KA0AKFW-BENUTZER    TO H-EV-USER
138400         STRING "Fachbereich "    DELIMITED BY SIZE
138500                KA0AKFW-FB-VON    DELIMITED BY SIZE
138600                " an "            DELIMITED BY SIZE
138700                KA0AKFW-FB-NACH   DELIMITED BY SIZE
138800                " uebergeben"     DELIMITED BY SIZE
138900           INTO H-EV-TEXT
139000         END-STRING
139100         PERFORM EREIGNIS-EINORDNEN
139200       END-IF
139300       ADD C-1                    TO H-LFD-ZEILE
139400       PERFORM LESEN-FW-ZEILE
139500     END-PERFORM
139600     .
139700 FB-WECHSEL-LESEN-1002.
139800     EXIT.
139900/
140000 LESEN-FW-ZEILE SECTION.
140100 LESEN-FW-ZEILE-1001.
140200     MOVE H-LFD-ZEILE             TO KA0AKFW-ZEILENNUMMER
140300     CALL "CGSTAB" USING
140400          C-TAB-LESEN-ZEILE
140500          C-KONFIG-ID-KA
140600          C-OBJEKT-TAB-KA03AKFW
140700          GSOVER-VERSTAENDIGUNGSBEREICH
140800          KA0AKFW-EINGABEBEREICH
140900          KA0AKFW-AUSGABEBEREICH
141000          DUMMY
141100     END-CALL
141200     PERFORM SCAN-ERGEBNIS
141300     .
141400 LESEN-FW-ZEILE-1002.
141500     EXIT.
141600/---------------------------------------------------------------*
141700* Bearbeitungsnotizen der Position (Dienst AKABEM)              *
141800*---------------------------------------------------------------*
141900 NOTIZEN-LESEN SECTION.
142000 NOTIZEN-LESEN-1001.
142100     MOVE SPACE                   TO KAIBEM-EINGABEBEREICH
142200     MOVE C-01-INT-LES-NOTIZEN    TO KAIBEM-FUNKTION
142300     MOVE KAC5LZ-E-ABSTIMMKREIS   TO KAIBEM-AK-NUMMER
142400     MOVE KAC5LZ-E-HERKUNFT       TO KAIBEM-HERKUNFT
142500     MOVE KAC5LZ-E-KONTO-ID       TO KAIBEM-KONTO-ID
142600     MOVE KAC5LZ-E-AUSZUGSDATUM   TO KAIBEM-AUSZUGSDATUM
142700     MOVE KAC5LZ-E-AUSZUGSNUMMER  TO KAIBEM-AUSZUGSNUMMER
142800     MOVE KAC5LZ-E-AUSZUG-FNR     TO KAIBEM-AUSZUG-FNR
142900     MOVE KAC5LZ-E-LFD-NR-APO     TO KAIBEM-LFD-NR-APO
143000     MOVE ZERO                    TO KAOBEM-ANZ-NOTIZEN
143100     CALL "AKABEM"
143200     USING KAIBEM-EINGABEBEREICH
143300           KAOBEM-AUSGABEBEREICH
143400           GSOVER-VERSTAENDIGUNGSBEREICH
143500     END-CALL
143600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
143700     THEN
143800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
143900       GO TO NOTIZEN-LESEN-1002
144000     END-IF
144100     PERFORM VARYING H-IND FROM C-1 BY C-1
144200             UNTIL H-IND          > KAOBEM-ANZ-NOTIZEN
144300                OR H-IND          > 20
144400       INITIALIZE H-EREIGNIS
144500       MOVE KAOBEM-N-TIMESTAMP (H-IND)
144600                                  TO H-TIMESTAMP
144700       PERFORM TIMESTAMP-UEBERNEHMEN
144800       MOVE C-EV-NOTIZ            TO H-EV-ART
144900       MOVE KAOBEM-N-USER (H-IND) TO H-EV-USER
145000       MOVE KAOBEM-N-TEXT (H-IND) TO H-EV-TEXT
145100       PERFORM EREIGNIS-EINORDNEN
145200     END-PERFORM
145300     .
145400 NOTIZEN-LESEN-1002.
145500     EXIT.
145600/---------------------------------------------------------------*
145700* Transfers der Position in einen bzw. aus einem Abstimmkreis   *
145800* aus dem Transferjournal KA03AKTR                              *
145900*---------------------------------------------------------------*
146000 TRANSFER-LESEN SECTION.
146100 TRANSFER-LESEN-1001.
146200     MOVE C-1                     TO H-LFD-ZEILE
146300     PERFORM LESEN-TR-ZEILE
146400     PERFORM UNTIL SCAN-N-GEFUNDEN
146500       IF (KA0AKTR-NEU-AK-NUMMER  = KAC5LZ-E-ABSTIMMKREIS
146600           OR KA0AKTR-ALT-AK-NUMMER
146700                                  = KAC5LZ-E-ABSTIMMKREIS)
146800          AND KA0AKTR-HERKUNFT    = KAC5LZ-E-HERKUNFT
146900          AND KA0AKTR-KONTO-ID    = KAC5LZ-E-KONTO-ID
147000          AND KA0AKTR-AUSZUGSDATUM
147100                                  = KAC5LZ-E-AUSZUGSDATUM
147200          AND KA0AKTR-AUSZUGSNUMMER
147300                                  = KAC5LZ-E-AUSZUGSNUMMER
147400          AND KA0AKTR-AUSZUG-FNR  = KAC5LZ-E-AUSZUG-FNR
147500          AND KA0AKTR-LFD-NR-APO  = KAC5LZ-E-LFD-NR-APO
147600       THEN
147700         INITIALIZE H-EREIGNIS
147800         MOVE KA0AKTR-TRANSFER-DATUM
147900                                  TO H-EV-DATUM
148000         MOVE C-EV-TRANSFER       TO H-EV-ART
148100         MOVE KA0AKTR-BENUTZER    TO H-EV-USER
148200         STRING "Transfer von Abstimmkreis "
148300                                  DELIMITED BY SIZE
148400                KA0AKTR-ALT-AK-NUMMER
148500                                  DELIMITED BY SIZE
148600                " nach "          DELIMITED BY SIZE
148700                KA0AKTR-NEU-AK-NUMMER
148800                                  DELIMITED BY SIZE
148900           INTO H-EV-TEXT
149000         END-STRING
149100         PERFORM EREIGNIS-EINORDNEN
149200       END-IF
149300       ADD C-1                    TO H-LFD-ZEILE
149400       PERFORM LESEN-TR-ZEILE
149500     END-PERFORM
149600     .
149700 TRANSFER-LESEN-1002.
149800     EXIT.
149900/
150000 LESEN-TR-ZEILE SECTION.
150100 LESEN-TR-ZEILE-1001.
150200     MOVE H-LFD-ZEILE             TO KA0AKTR-ZEILENNUMMER
150300     CALL "CGSTAB" USING
150400          C-TAB-LESEN-ZEILE
150500          C-KONFIG-ID-KA
150600          C-OBJEKT-TAB-KA03AKTR
150700          GSOVER-VERSTAENDIGUNGSBEREICH
150800          KA0AKTR-EINGABEBEREICH
150900          KA0AKTR-AUSGABEBEREICH
151000          DUMMY
151100     END-CALL
151200     PERFORM SCAN-ERGEBNIS
151300     .
151400 LESEN-TR-ZEILE-1002.
151500     EXIT.
151600/---------------------------------------------------------------*
151700* Zusammenfassungen aus KA03AKZV: die Position ist entweder in  *
151800* eine Sammelposition eingegangen oder selbst Sammelposition    *
151900*---------------------------------------------------------------*
152000 ZUSAMMENFASSUNG-LESEN SECTION.
152100 ZUSAMMENFASSUNG-LESEN-1001.
152200     MOVE C-1                     TO H-LFD-ZEILE
152300     PERFORM LESEN-ZV-ZEILE
152400     PERFORM UNTIL SCAN-N-GEFUNDEN
152500       IF KA0AKZV-AK-NUMMER       = KAC5LZ-E-ABSTIMMKREIS
152600       THEN
152700         IF KA0AKZV-HERKUNFT      = KAC5LZ-E-HERKUNFT
152800            AND KA0AKZV-KONTO-ID  = KAC5LZ-E-KONTO-ID
152900            AND KA0AKZV-AUSZUGSDATUM
153000                                  = KAC5LZ-E-AUSZUGSDATUM
153100            AND KA0AKZV-AUSZUGSNUMMER
153200                                  = KAC5LZ-E-AUSZUGSNUMMER
153300            AND KA0AKZV-AUSZUG-FNR
153400                                  = KAC5LZ-E-AUSZUG-FNR
153500            AND KA0AKZV-LFD-NR-APO
153600                                  = KAC5LZ-E-LFD-NR-APO
153700         THEN
153800           INITIALIZE H-EREIGNIS
153900           MOVE KA0AKZV-DATUM     TO H-EV-DATUM
154000           MOVE C-EV-ZUSAMMENFASSUNG
154100                                  TO H-EV-ART
154200           MOVE KA0AKZV-BENUTZER  TO H-EV-USER
154300           STRING "Zusammengefasst zu Sammelpos. "
154400                                  DELIMITED BY SIZE
154500                  KA0AKZV-SAMMEL-AZ-DATUM
154600                                  DELIMITED BY SIZE
154700                  "/"             DELIMITED BY SIZE
154800                  KA0AKZV-SAMMEL-AZ-NR
154900                                  DELIMITED BY SIZE
155000                  "/"             DELIMITED BY SIZE
155100                  KA0AKZV-SAMMEL-AZ-FNR
155200                                  DELIMITED BY SIZE
155300                  "/"             DELIMITED BY SIZE
155400                  KA0AKZV-SAMMEL-LFD-NR
155500                                  DELIMITED BY SIZE
155600             INTO H-EV-TEXT
155700           END-STRING
155800           PERFORM EREIGNIS-EINORDNEN
155900         END-IF
156000         IF KA0AKZV-SAMMEL-HERKUNFT
156100                                  = KAC5LZ-E-HERKUNFT
156200            AND KA0AKZV-SAMMEL-KONTO-ID
156300                                  = KAC5LZ-E-KONTO-ID
156400            AND KA0AKZV-SAMMEL-AZ-DATUM
156500                                  = KAC5LZ-E-AUSZUGSDATUM
156600            AND KA0AKZV-SAMMEL-AZ-NR
156700                                  = KAC5LZ-E-AUSZUGSNUMMER
156800            AND KA0AKZV-SAMMEL-AZ-FNR
156900                                  = KAC5LZ-E-AUSZUG-FNR
157000            AND KA0AKZV-SAMMEL-LFD-NR
157100                                  = KAC5LZ-E-LFD-NR-APO
157200         THEN
157300           INITIALIZE H-EREIGNIS
157400           MOVE KA0AKZV-DATUM     TO H-EV-DATUM
157500           MOVE C-EV-ZUSAMMENFASSUNG
157600                                  TO H-EV-ART
157700           MOVE KA0AKZV-BENUTZER  TO H-EV-USER
157800           STRING "Originalposition aufgenommen "
157900                                  DELIMITED BY SIZE
158000                  KA0AKZV-AUSZUGSDATUM
158100                                  DELIMITED BY SIZE
158200                  "/"             DELIMITED BY SIZE
158300                  KA0AKZV-AUSZUGSNUMMER
158400                                  DELIMITED BY SIZE
158500                  "/"             DELIMITED BY SIZE
158600                  KA0AKZV-AUSZUG-FNR
158700                                  DELIMITED BY SIZE
158800                  "/"             DELIMITED BY SIZE
158900                  KA0AKZV-LFD-NR-APO
159000                                  DELIMITED BY SIZE
159100             INTO H-EV-TEXT
159200           END-STRING
159300           PERFORM EREIGNIS-EINORDNEN
159400         END-IF
159500       END-IF
159600       ADD C-1                    TO H-LFD-ZEILE
159700       PERFORM LESEN-ZV-ZEILE
159800     END-PERFORM
159900     .
160000 ZUSAMMENFASSUNG-LESEN-1002.
160100     EXIT.
160200/
160300 LESEN-ZV-ZEILE SECTION.
160400 LESEN-ZV-ZEILE-1001.
160500     MOVE H-LFD-ZEILE             TO KA0AKZV-ZEILENNUMMER
160600     CALL "CGSTAB" USING
160700          C-TAB-LESEN-ZEILE
160800          C-KONFIG-ID-KA
160900          C-OBJEKT-TAB-KA03AKZV
161000          GSOVER-VERSTAENDIGUNGSBEREICH
161100          KA0AKZV-EINGABEBEREICH
161200          KA0AKZV-AUSGABEBEREICH
161300          DUMMY
161400     END-CALL
161500     PERFORM SCAN-ERGEBNIS
161600     .
161700 LESEN-ZV-ZEILE-1002.
161800     EXIT.
161900/---------------------------------------------------------------*
162000* Ergebnis eines Zeilenzugriffs auswerten                       *
162100*---------------------------------------------------------------*
162200 SCAN-ERGEBNIS SECTION.
162300 SCAN-ERGEBNIS-1001.
162400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
162500     THEN
162600       SET SCAN-GEFUNDEN          TO TRUE
162700     ELSE
162800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
162900       SET SCAN-N-GEFUNDEN        TO TRUE
163000     END-IF
163100     .
163200 SCAN-ERGEBNIS-1002.
163300     EXIT.
163400/---------------------------------------------------------------*
163500* Persoenliche Wiedervorlage aus KA02AKWV; eingeordnet unter    *
163600* dem Termin (das Setzdatum wird nicht gefuehrt)                *
163700*---------------------------------------------------------------*
163800 WIEDERVORLAGE-LESEN SECTION.
163900 WIEDERVORLAGE-LESEN-1001.
164000     MOVE KAC5LZ-E-ABSTIMMKREIS   TO KAI0AWV-AK-NUMMER
164100     MOVE KAC5LZ-E-HERKUNFT       TO KAI0AWV-HERKUNFT
164200     MOVE KAC5LZ-E-KONTO-ID       TO KAI0AWV-KONTO-ID
164300     MOVE KAC5LZ-E-AUSZUGSDATUM   TO KAI0AWV-AUSZUGSDATUM
164400     MOVE KAC5LZ-E-AUSZUGSNUMMER  TO KAI0AWV-AUSZUGSNUMMER
164500     MOVE KAC5LZ-E-AUSZUG-FNR     TO KAI0AWV-AUSZUG-FNR
164600     MOVE KAC5LZ-E-LFD-NR-APO     TO KAI0AWV-LFD-NR-APO
164700     CALL "CGSTAB"
164800     USING C-TAB-LESEN-EQUAL
164900           C-KONFIG-ID-KA
165000           C-OBJEKT-TAB-KA02AKWV
165100           GSOVER-VERSTAENDIGUNGSBEREICH
165200           KAI0AWV-EINGABEBEREICH
165300           KAO0AWV-AUSGABEBEREICH
165400           GSTTAB-EIN-AUSGABEBEREICH
165500     END-CALL
165600     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
165700     THEN
165800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
165900       GO TO WIEDERVORLAGE-LESEN-1002
166000     END-IF
166100     INITIALIZE H-EREIGNIS
166200     MOVE KAO0AWV-WV-DATUM        TO H-EV-DATUM
166300     MOVE C-EV-WIEDERVORLAGE      TO H-EV-ART
166400     MOVE KAO0AWV-USER            TO H-EV-USER
166500     STRING "Wiedervorlage: "     DELIMITED BY SIZE
166600            KAO0AWV-GRUND         DELIMITED BY SIZE
166700       INTO H-EV-TEXT
166800     END-STRING
166900     PERFORM EREIGNIS-EINORDNEN
167000     .
167100 WIEDERVORLAGE-LESEN-1002.
167200     EXIT.
167300/---------------------------------------------------------------*
167400* Mahnstufe und Nachforschung aus der Positionsauskunft         *
167500*---------------------------------------------------------------*
167600 MAHNUNG-NACHFORSCHUNG SECTION.
167700 MAHNUNG-NACHFORSCHUNG-1001.
167800     IF KAO5OF1-APO-MAHNSTUFE     NUMERIC
167900        AND KAO5OF1-APO-MAHNSTUFE > ZERO
168000     THEN
168100       INITIALIZE H-EREIGNIS
168200       MOVE KAO5OF1-APO-MAHN-DATUM
168300                                  TO H-EV-DATUM
168400       MOVE C-EV-MAHNUNG          TO H-EV-ART
168500       MOVE C-USER-MAHNLAUF       TO H-EV-USER
168600       STRING "Mahnstufe "        DELIMITED BY SIZE
168700              KAO5OF1-APO-MAHNSTUFE
168800                                  DELIMITED BY SIZE
168900              " erreicht"         DELIMITED BY SIZE
169000         INTO H-EV-TEXT
169100       END-STRING
169200       PERFORM EREIGNIS-EINORDNEN
169300     END-IF
169400     IF KAO5OF1-APO-NF-FALLNUMMER = SPACE
169500        OR KAO5OF1-APO-NF-FALLNUMMER
169600                                  = LOW-VALUE
169700     THEN
169800       GO TO MAHNUNG-NACHFORSCHUNG-1002
169900     END-IF
170000     INITIALIZE H-EREIGNIS
170100     MOVE KAO5OF1-APO-NF-EROEFFNET
170200                                  TO H-EV-DATUM
170300     MOVE C-EV-NACHFORSCHUNG      TO H-EV-ART
170400     MOVE C-USER-NACHFORSCHUNG    TO H-EV-USER
170500     STRING "Nachforschung "      DELIMITED BY SIZE
170600            KAO5OF1-APO-NF-FALLNUMMER
170700                                  DELIMITED BY SPACE
170800            " eroeffnet bei "     DELIMITED BY SIZE
170900            KAO5OF1-APO-NF-GEGENPARTEI
171000                                  DELIMITED BY SIZE
171100       INTO H-EV-TEXT
171200     END-STRING
171300     PERFORM EREIGNIS-EINORDNEN
171400     IF KAO5OF1-APO-NF-AKTION     NOT = SPACE
171500     THEN
171600       INITIALIZE H-EREIGNIS
171700       MOVE KAO5OF1-APO-NF-AKTION-DATUM
171800                                  TO H-EV-DATUM
171900       MOVE C-EV-NACHFORSCHUNG    TO H-EV-ART
172000       MOVE C-USER-NACHFORSCHUNG  TO H-EV-USER
172100       STRING "Nachforschung "    DELIMITED BY SIZE
172200              KAO5OF1-APO-NF-FALLNUMMER
172300                                  DELIMITED BY SPACE
172400              ": "                DELIMITED BY SIZE
172500              KAO5OF1-APO-NF-AKTION
172600                                  DELIMITED BY SIZE
172700         INTO H-EV-TEXT
172800       END-STRING
172900       PERFORM EREIGNIS-EINORDNEN
173000     END-IF
173100     .
173200 MAHNUNG-NACHFORSCHUNG-1002.
173300     EXIT.
173400/---------------------------------------------------------------*
173500* Legal Hold auf Position bzw. Schliessung (Dienst AKALHD):     *
173600* Setzen und bestaetigte Freigabe (die Anforderung der Freigabe *
173700* traegt kein Datum und erscheint im Text der Freigabe)         *
173800*---------------------------------------------------------------*
173900 LEGAL-HOLD-LESEN SECTION.
174000 LEGAL-HOLD-LESEN-1001.
174100     INITIALIZE KAILHD-EINGABEBEREICH
174200     MOVE C-01-INT-LH-LESEN       TO KAILHD-FUNKTION
174300     MOVE H-LH-OBJEKT-TYP         TO KAILHD-OBJEKT-TYP
174400     MOVE KAC5LZ-E-ABSTIMMKREIS   TO KAILHD-AK-NUMMER
174500     IF H-LH-OBJEKT-TYP           = C-LH-TYP-SCHLIESSUNG
174600     THEN
174700       MOVE KAC5LZ-A-SCHLIESSUNGSNR
174800                                  TO KAILHD-SCHLIESSUNGSNR
174900     ELSE
175000       MOVE KAC5LZ-E-HERKUNFT     TO KAILHD-HERKUNFT
175100       MOVE KAC5LZ-E-KONTO-ID     TO KAILHD-KONTO-ID
175200       MOVE KAC5LZ-E-AUSZUGSDATUM TO KAILHD-AUSZUGSDATUM
175300       MOVE KAC5LZ-E-AUSZUGSNUMMER
175400                                  TO KAILHD-AUSZUGSNUMMER
175500       MOVE KAC5LZ-E-AUSZUG-FNR   TO KAILHD-AUSZUG-FNR
175600       MOVE KAC5LZ-E-LFD-NR-APO   TO KAILHD-LFD-NR-APO
175700     END-IF
175800     SET KAOLHD-N-GEFUNDEN        TO TRUE
175900     CALL "AKALHD" USING
176000          KAILHD-EINGABEBEREICH
176100          KAOLHD-AUSGABEBEREICH
176200          GSOVER-VERSTAENDIGUNGSBEREICH
176300     END-CALL
176400     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
176500     IF NOT KAOLHD-GEFUNDEN
176600     THEN
176700       GO TO LEGAL-HOLD-LESEN-1002
176800     END-IF
176900     INITIALIZE H-EREIGNIS
177000     MOVE KAOLHD-GESETZT-DATUM    TO H-EV-DATUM
177100     MOVE C-EV-LEGAL-HOLD         TO H-EV-ART
177200     MOVE KAOLHD-GESETZT-USER     TO H-EV-USER
177300     STRING "Legal Hold "         DELIMITED BY SIZE
177400            H-LH-OBJEKT-TYP       DELIMITED BY SIZE
177500            " gesetzt, Fall "     DELIMITED BY SIZE
177600            KAOLHD-FALL-REFERENZ  DELIMITED BY SPACE
177700            ", Inhaber "          DELIMITED BY SIZE
177800            KAOLHD-INHABER        DELIMITED BY SIZE
177900       INTO H-EV-TEXT
178000     END-STRING
178100     PERFORM EREIGNIS-EINORDNEN
178200     IF KAOLHD-FREIGABE-DATUM     NUMERIC
178300        AND KAOLHD-FREIGABE-DATUM > ZERO
178400     THEN
178500       INITIALIZE H-EREIGNIS
178600       MOVE KAOLHD-FREIGABE-DATUM TO H-EV-DATUM
178700       MOVE C-EV-LEGAL-HOLD       TO H-EV-ART
178800       STRING "Legal Hold "       DELIMITED BY SIZE
178900              H-LH-OBJEKT-TYP     DELIMITED BY SIZE
179000              " freigegeben, angefordert von "
179100                                  DELIMITED BY SIZE
179200              KAOLHD-FREIGABE-ANF-USER
179300                                  DELIMITED BY SIZE
179400         INTO H-EV-TEXT
179500       END-STRING
179600       PERFORM EREIGNIS-EINORDNEN
179700     END-IF
179800     .
179900 LEGAL-HOLD-LESEN-1002.
180000     EXIT.
180100/---------------------------------------------------------------*
180200* Teilung: die Position wurde mit Schliessungsart SP            *
180300* stillgelegt, der Betrag lebt in zwei Teilpositionen fort      *
180400*---------------------------------------------------------------*
180500 TEILUNG-EINTRAGEN SECTION.
180600 TEILUNG-EINTRAGEN-1001.
180700     INITIALIZE H-EREIGNIS
180800     MOVE KAO5OF1-SCH-TIMESTAMP-SCHLIESS
180900                                  TO H-TIMESTAMP
181000     PERFORM TIMESTAMP-UEBERNEHMEN
181100     IF H-EV-DATUM                = ZERO
181200     THEN
181300       MOVE KAO5OF1-APO-TIMESTAMP-BKAAPO
181400                                  TO H-TIMESTAMP
181500       PERFORM TIMESTAMP-UEBERNEHMEN
181600     END-IF
181700     MOVE C-EV-TEILUNG            TO H-EV-ART
181800     MOVE KAO5OF1-SCH-USER-SCHLIESS
181900                                  TO H-EV-USER
182000     MOVE KAO5OF1-APO-BETRAG      TO H-BETRAG-ED
182100     STRING "Position geteilt, Betrag " DELIMITED BY SIZE
182200            H-BETRAG-ED           DELIMITED BY SIZE
182300            " "                   DELIMITED BY SIZE
182400            KAO5OF1-APO-WAEHRUNG  DELIMITED BY SIZE
182500       INTO H-EV-TEXT
182600     END-STRING
182700     PERFORM EREIGNIS-EINORDNEN
182800     .
182900 TEILUNG-EINTRAGEN-1002.
183000     EXIT.
183100/---------------------------------------------------------------*
183200* Anlage der Schliessung, der die Position zugeordnet ist       *
183300*---------------------------------------------------------------*
183400 SCHLIESSUNG-EINTRAGEN SECTION.
183500 SCHLIESSUNG-EINTRAGEN-1001.
183600     INITIALIZE H-EREIGNIS
183700     MOVE KAO5OF1-SCH-TIMESTAMP-SCHLIESS
183800                                  TO H-TIMESTAMP
183900     PERFORM TIMESTAMP-UEBERNEHMEN
184000     MOVE C-EV-SCHLIESSUNG        TO H-EV-ART
184100     MOVE KAO5OF1-SCH-USER-SCHLIESS
184200                                  TO H-EV-USER
184300     STRING "Schliessung "        DELIMITED BY SIZE
184400            KAC5LZ-A-SCHLIESSUNGSNR
184500                                  DELIMITED BY SIZE
184600            " angelegt, Art "     DELIMITED BY SIZE
184700            KAO5OF1-SCH-SCHLIESSUNGSART
184800                                  DELIMITED BY SIZE
184900       INTO H-EV-TEXT
185000     END-STRING
185100     PERFORM EREIGNIS-EINORDNEN
185200     .
185300 SCHLIESSUNG-EINTRAGEN-1002.
185400     EXIT.
185500/---------------------------------------------------------------*
185600* Statuswechsel der Schliessung aus dem Journal KJD100 im       *
185700* Lesemodus, je Geschaeftsvorfall der C-JD-GV-TABELLE           *
185800*---------------------------------------------------------------*
185900 JOURNAL-LESEN SECTION.
186000 JOURNAL-LESEN-1001.
186100     MOVE SPACE                   TO JDI100-EINGABEBEREICH
186200     MOVE C-VERARB-KZ-LESEN       TO JDI100-VERARB-KZ
186300     MOVE C-JD-GV (H-JD-IND)      TO JDI100-GV
186400     MOVE KAC5LZ-A-SCHLIESSUNGSNR TO H-ZUGRIFFSKRITERIUM
186500     MOVE H-ZUGRIFFSKRITERIUM     TO JDI100-ZUGRIFFSKRITERIUM
186600     CALL "CGSAUF"
186700     USING C-AUF-AUFRUF-AL
186800           C-KONFIG-ID-GS
186900           C-OBJEKT-KJD100
187000           GSOVER-VERSTAENDIGUNGSBEREICH
187100           JDI100-EINGABEBEREICH
187200           JDO100-AUSGABEBEREICH
187300           CJDIND-INDICES
187400           AENDERUNGEN
187500     END-CALL
187600     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
187700     THEN
187800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
187900       GO TO JOURNAL-LESEN-1002
188000     END-IF
188100     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
188200     IF JDO100-GV                 NOT = C-JD-GV (H-JD-IND)
188300     THEN
188400       GO TO JOURNAL-LESEN-1002
188500     END-IF
188600     INITIALIZE H-EREIGNIS
188700     MOVE JDO100-DATUM-EINGABE    TO H-EV-DATUM
188800     MOVE C-JD-EV-ART (H-JD-IND)  TO H-EV-ART
188900     MOVE JDO100-USER-ID          TO H-EV-USER
189000     STRING C-JD-TEXT (H-JD-IND)  DELIMITED BY "  "
189100            ": "                  DELIMITED BY SIZE
189200            JDO100-BEMERKUNG1     DELIMITED BY SIZE
189300       INTO H-EV-TEXT
189400     END-STRING
189500     PERFORM EREIGNIS-EINORDNEN
189600     .
189700 JOURNAL-LESEN-1002.
189800     EXIT.
189900/---------------------------------------------------------------*
190000* Belege zur Schliessung (Auftrag AKADOC)                       *
190100*---------------------------------------------------------------*
190200 BELEGE-LESEN SECTION.
190300 BELEGE-LESEN-1001.
190400     MOVE C-01-INT-DOK-LISTE      TO KAIADOC-FUNKTION
190500     MOVE KAC5LZ-A-SCHLIESSUNGSNR TO KAIADOC-SCHLIESSUNGSNR
190600     CALL "CGSAUF"
190700     USING C-AUF-AUFRUF-AL
190800           C-KONFIG-ID-KA
190900           C-OBJEKT-AKADOC
191000           GSOVER-VERSTAENDIGUNGSBEREICH
191100           KAIADOC-EINGABEBEREICH
191200           KAOADOC-AUSGABEBEREICH
191300           DUMMY
191400           D-KAXIND-INDICES
191500     END-CALL
191600     IF GSOVER-GEWICHT            >= C-GEW-HINWEIS
191700     THEN
191800       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
191900       GO TO BELEGE-LESEN-1002
192000     END-IF
192100     PERFORM VARYING H-IND FROM C-1 BY C-1
192200             UNTIL H-IND          > KAOADOC-ANZ-TREFFER
192300                OR H-IND          > 10
192400       INITIALIZE H-EREIGNIS
192500       MOVE KAOADOC-ERFASSUNGS-TS (H-IND)
192600                                  TO H-TIMESTAMP
192700       PERFORM TIMESTAMP-UEBERNEHMEN
192800       MOVE C-EV-BELEG            TO H-EV-ART
192900       MOVE KAOADOC-ERFASSER-ID (H-IND)
193000                                  TO H-EV-USER
193100       STRING "Beleg "            DELIMITED BY SIZE
193200              KAOADOC-DOK-TYP (H-IND)
193300                                  DELIMITED BY SPACE
193400              " "                 DELIMITED BY SIZE
193500              KAOADOC-BEZEICHNUNG (H-IND)
193600                                  DELIMITED BY SIZE
193700         INTO H-EV-TEXT
193800       END-STRING
193900       PERFORM EREIGNIS-EINORDNEN
194000     END-PERFORM
194100     .
194200 BELEGE-LESEN-1002.
194300     EXIT.
194400/---------------------------------------------------------------*
194500* Hauptbuch-Vormerkung der Schliessung aus KA02AKGB: Anlage bei *
194600* der Freigabe, Versand (AKAGLB) und Quittung (AKAGLR); die     *
194700* Quittung wird unter dem Sendedatum eingeordnet                *
194800*---------------------------------------------------------------*
194900 HAUPTBUCH-LESEN SECTION.
195000 HAUPTBUCH-LESEN-1001.
195100     MOVE KAC5LZ-A-SCHLIESSUNGSNR TO KAI0AKB-SCHLIESSUNGSNR
195200     CALL "CGSTAB"
195300     USING C-TAB-LESEN-EQUAL
195400           C-KONFIG-ID-KA
195500           C-OBJEKT-TAB-KA02AKGB
195600           GSOVER-VERSTAENDIGUNGSBEREICH
195700           KAI0AKB-EINGABEBEREICH
195800           KAO0AKB-AUSGABEBEREICH
195900           GSTTAB-EIN-AUSGABEBEREICH
196000     END-CALL
196100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
196200     THEN
196300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
196400       GO TO HAUPTBUCH-LESEN-1002
196500     END-IF
196600*    Vormerkung bei Freigabe
196700     INITIALIZE H-EREIGNIS
196800     MOVE KAO0AKB-FREIGABE-DATUM  TO H-EV-DATUM
196900     MOVE C-EV-HAUPTBUCH          TO H-EV-ART
197000     MOVE KAO5OF1-SCH-USER-FREI   TO H-EV-USER
197100     STRING "Hauptbuch-Vormerkung, Grund "
197200                                  DELIMITED BY SIZE
197300            KAO0AKB-GRUND-CODE    DELIMITED BY SIZE
197400       INTO H-EV-TEXT
197500     END-STRING
197600     PERFORM EREIGNIS-EINORDNEN
197700*    Versand bzw. Versandfehler
197800     INITIALIZE H-EREIGNIS
197900     MOVE KAO0AKB-SENDE-DATUM     TO H-EV-DATUM
198000     MOVE C-EV-HAUPTBUCH          TO H-EV-ART
198100     MOVE C-USER-GL-AUSGANG       TO H-EV-USER
198200     IF KAO0AKB-FEHLER
198300     THEN
198400       IF H-EV-DATUM              = ZERO
198500       THEN
198600         MOVE KAO0AKB-FREIGABE-DATUM
198700                                  TO H-EV-DATUM
198800       END-IF
198900       MOVE "Versand an das Hauptbuch fehlerhaft"
199000                                  TO H-EV-TEXT
199100     ELSE
199200       MOVE "An das Hauptbuch versendet"
199300                                  TO H-EV-TEXT
199400     END-IF
199500     PERFORM EREIGNIS-EINORDNEN
199600*    Quittung des Hauptbuchs
199700     IF KAO0AKB-GEBUCHT
199800        OR KAO0AKB-ABGELEHNT
199900     THEN
200000       INITIALIZE H-EREIGNIS
200100       MOVE KAO0AKB-SENDE-DATUM   TO H-EV-DATUM
200200       MOVE C-EV-HAUPTBUCH        TO H-EV-ART
200300       MOVE C-USER-GL-RUECKMELDUNG
200400                                  TO H-EV-USER
200500       IF KAO0AKB-GEBUCHT
200600       THEN
200700         MOVE "Buchung vom Hauptbuch bestaetigt"
200800                                  TO H-EV-TEXT
200900       ELSE
201000         STRING "Vom Hauptbuch abgelehnt: "
201100                                  DELIMITED BY SIZE
201200                KAO0AKB-RUECK-GRUND
201300                                  DELIMITED BY SIZE
201400           INTO H-EV-TEXT
201500         END-STRING
201600       END-IF
201700       PERFORM EREIGNIS-EINORDNEN
201800     END-IF
201900     .
202000 HAUPTBUCH-LESEN-1002.
202100     EXIT.
202200/---------------------------------------------------------------*
202300* Datum und Uhrzeit aus einem Zeitstempel (JJJJMMTTHHMMSS...)   *
202400* in das Ereignis uebernehmen                                   *
202500*---------------------------------------------------------------*
202600 TIMESTAMP-UEBERNEHMEN SECTION.
202700 TIMESTAMP-UEBERNEHMEN-1001.
202800     IF H-TIMESTAMP (1:8)         NUMERIC
202900     THEN
203000       MOVE H-TIMESTAMP (1:8)     TO H-EV-DATUM
203100     END-IF
203200     IF H-TIMESTAMP (9:6)         NUMERIC
203300     THEN
203400       MOVE H-TIMESTAMP (9:6)     TO H-EV-ZEIT
203500     END-IF
203600     .
203700 TIMESTAMP-UEBERNEHMEN-1002.
203800     EXIT.
203900/---------------------------------------------------------------*
204000* Ereignis H-EREIGNIS nach Zeitpunkt in die Zeitleiste          *
204100* einordnen; bei gleichem Zeitpunkt hinter die vorhandenen.     *
204200* Ereignisse ohne Datum entfallen. Ist die Tabelle voll,        *
204300* entfaellt das juengste Ereignis.                              *
204400*---------------------------------------------------------------*
204500 EREIGNIS-EINORDNEN SECTION.
204600 EREIGNIS-EINORDNEN-1001.
204700     IF H-EV-DATUM                NOT NUMERIC
204800        OR H-EV-DATUM             = ZERO
204900     THEN
205000       GO TO EREIGNIS-EINORDNEN-1002
205100     END-IF
205200     IF H-EV-ZEIT                 NOT NUMERIC
205300     THEN
205400       MOVE ZERO                  TO H-EV-ZEIT
205500     END-IF
205600     IF KAC5LZ-A-ANZ-EREIGNIS     NOT < C-MAX-EREIGNIS
205700     THEN
205800       SET KAC5LZ-A-WEITERE       TO TRUE
205900       IF KAC5LZ-A-EV-ZEITPUNKT (C-MAX-EREIGNIS)
206000                                  NOT > H-EV-ZEITPUNKT
206100       THEN
206200         GO TO EREIGNIS-EINORDNEN-1002
206300       END-IF
206400       SUBTRACT C-1               FROM KAC5LZ-A-ANZ-EREIGNIS
206500     END-IF
206600     ADD C-1                      TO KAC5LZ-A-ANZ-EREIGNIS
206700     MOVE KAC5LZ-A-ANZ-EREIGNIS   TO H-EV-IND
206800     SET EV-PLATZ-SUCHEN          TO TRUE
206900     PERFORM UNTIL EV-PLATZ-GEFUNDEN
207000       IF H-EV-IND                = C-1
207100       THEN
207200         SET EV-PLATZ-GEFUNDEN    TO TRUE
207300       ELSE
207400         COMPUTE H-EV-VOR         = H-EV-IND - C-1
207500         IF KAC5LZ-A-EV-ZEITPUNKT (H-EV-VOR)
207600                                  > H-EV-ZEITPUNKT
207700         THEN
207800           MOVE KAC5LZ-A-EV (H-EV-VOR)
207900                                  TO KAC5LZ-A-EV (H-EV-IND)
208000           MOVE H-EV-VOR          TO H-EV-IND
208100         ELSE
208200           SET EV-PLATZ-GEFUNDEN  TO TRUE
208300         END-IF
208400       END-IF
208500     END-PERFORM
208600     MOVE H-EREIGNIS              TO KAC5LZ-A-EV (H-EV-IND)
208700     .
208800 EREIGNIS-EINORDNEN-1002.
208900     EXIT.
209000/
209100 APDU-FELDER-LESEN SECTION.
209200 APDU-FELDER-LESEN-1001.
209300     MOVE C-KAC5LZ                TO GSICI-NAME-KADA-BEREICH
209400     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
209500     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
209600     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
209700                                  KAC5LZ-EA-BEREICH
209800     CALL "CGSCI"
209900     USING C-CI-NACHRICHT-LESEN
210000           C-KONFIG-ID-KA
210100           C-OBJEKT-CI-LINES
210200           GSOVER-VERSTAENDIGUNGSBEREICH
210300           GSICI-EINGABEBEREICH
210400           DUMMY
210500           DUMMY
210600     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
210700     THEN
210800       PERFORM MELDUNG-IN-APDU-EINTRAGEN
210900       GO TO PROGRAMM-VERLASSEN
211000     END-IF
211100     .
211200 APDU-FELDER-LESEN-1002.
211300     EXIT.
211400/
211500 APDU-FELDER-SCHREIBEN SECTION.
211600 APDU-FELDER-SCHREIBEN-1001.
211700     MOVE C-KAC5LZ                TO GSICI-NAME-KADA-BEREICH
211800     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
211900     MOVE SPACE                   TO GSICI-INDIKATOR-MODUS
212000     SET GSICI-PTR-KADA-BEREICH   TO ADDRESS OF
212100                                  KAC5LZ-EA-BEREICH
212200     CALL "CGSCI"
212300     USING C-CI-NACHRICHT-SCHREIBEN
212400           C-KONFIG-ID-KA
212500           C-OBJEKT-CI-LINES
212600           GSOVER-VERSTAENDIGUNGSBEREICH
212700           GSICI-EINGABEBEREICH
212800           DUMMY
212900           DUMMY
213000     IF GSOVER-GEWICHT            > C-GEW-WARNUNG
213100     THEN
213200       PERFORM MELDUNG-IN-APDU-EINTRAGEN
213300       GO TO PROGRAMM-VERLASSEN
213400     END-IF
213500     .
213600 APDU-FELDER-SCHREIBEN-1002.
213700     EXIT.
213800/
213900 INIT-KADA-KAC5LZ SECTION.
214000 INIT-KADA-KAC5LZ-1001.
214100     MOVE HIGH-VALUE              TO KAC5LZ-EA-BEREICH
214200     .
214300 INIT-KADA-KAC5LZ-1002.
214400     EXIT.
214500/
214600 MELDUNG-IN-APDU-EINTRAGEN SECTION.
214700 MELDUNG-IN-APDU-EINTRAGEN-1001.
214800     MOVE C-CI-MELDUNGEN          TO GSICI-INDIKATOR-MODUS
214900     MOVE ZERO                    TO GSICI-ANZAHL-INDICES
215000     CALL "CGSCI"
215100     USING C-CI-NACHRICHT-SCHREIBEN
215200           C-KONFIG-ID-KA
215300           C-OBJEKT-CI-LINES
215400           GSOVER-VERSTAENDIGUNGSBEREICH
215500           GSICI-EINGABEBEREICH
215600           DUMMY
215700           DUMMY
215800     .
215900 MELDUNG-IN-APDU-EINTRAGEN-1002.
216000     EXIT.
216100/
216200 PROGRAMM-VERLASSEN SECTION.
216300 PROGRAMM-VERLASSEN-1001.
216400     EXIT PROGRAM
216500     .
216600 PROGRAMM-VERLASSEN-1002.
216700     EXIT
216800     .
216900 END PROGRAM AKAC5LZ.
