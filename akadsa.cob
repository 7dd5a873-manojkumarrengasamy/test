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
000160*@Titel         : Datenschutz - Betroffenensuche und Auskunftsbericht
000160*@Elementname   : akadsa.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Betroffenensuche DSGVO Art. 15             *
001100* Verfasser    : Klaus Lehmann                              *
001200* Erstelldatum : 15.10.2026                                 *
001400*                                                           *
001500*@A-ELEMENTBESCHREIBUNG                                     *
001600* Modul-Beschreibung:                                       *
001700* ------------------                                        *
001800* Suche nach personenbezogenen Daten einer betroffenen      *
001900* Person (Art. 15 DSGVO) ueber alle Ablagen der             *
002000* Abstimmung. DSAPARM liefert je Satz das Aktenzeichen      *
002100* der Anfrage und einen Suchbegriff (Name, IBAN, Konto);    *
002200* bis zu 10 Begriffe je Lauf. Begriffe und Feldinhalte      *
002300* werden wie in AKASAC normiert (Grossbuchstaben, nur       *
002400* Buchstaben und Ziffern); Begriffe unter 4 Zeichen         *
002500* werden abgewiesen.                                        *
002600* Durchsucht werden die Posten aller Abstimmkreise in       *
002700* allen Stati (AKA5OF: Verwendungszweck, Ergaenzungs-       *
002800* text, Bemerkung, Gegenpartei NF, Klaerungs-Partei,        *
002900* BV-Konto, Original-Konto und aus der Detailauskunft       *
003000* Gegen- und Remote-Konto), die Notizen in KA03AKNO und     *
003100* die Rohtextzeilen in KA03AKRW. Abstimmkreise mit          *
003200* Hochvolumen-Ablage werden fuer die Posten gemeldet,       *
003300* Notizen und Rohtext werden auch dort durchsucht.          *
003400* Jeder Treffer ergibt eine Zeile im Auskunftsbericht       *
003500* DSAAUS mit Quelle, Feld, Schluessel und Inhalt.           *
003600*@E-ELEMENTBESCHREIBUNG                                     *
003700*                                                           *
003800*@A-MODULAUFRUF                                             *
003900* AKA5OF : Trefferliste und Detailauskunft APO              *
004000*@E-MODULAUFRUF                                             *
004100*                                                           *
004200*@A-COBOL-COPY                                              *
004300* Benoetigte COBOL-Copies:                                  *
004400* DCTGRCGE   : RETURNCODE GEWICHTE                          *
004500* CGSOVER    : VERSTAENDIGUNGSBEREICH                       *
004600* CKA0AKRS   : ZEILENSCAN KA03AKRS                          *
004700* CKA0AKNO   : ZEILENSCAN KA03AKNO                          *
004800* CKA0AKRW   : ZEILENSCAN KA03AKRW                          *
004900* CKAI5OF1   : EINGABEBEREICH AKA5OF (DETAIL)               *
005000* CKAO5OF1   : AUSGABEBEREICH AKA5OF (DETAIL)               *
005100* CKAI5OF3   : EINGABEBEREICH AKA5OF                        *
005200* CKAO5OF2   : AUSGABEBEREICH AKA5OF                        *
005300* CKAT5OF1   : TRANSIENTER BEREICH AKA5OF                   *
005400* DKAXIND    : INDICES AKA5OF                               *
005500* CKAXIND    : INDICES AKA5OF                               *
005600*@E-COBOL-COPY                                              *
005700*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090050* --------------------                                      *
090051* D01 R58789                                                *     D01
090052*     Neuanlage - Betroffenensuche ueber Posten, Notizen und*     D01
090053*     Rohtext mit Auskunftsbericht.                         *     D01
090054*     Datum: 15.10.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKADSA.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT DSAPARM               ASSIGN TO "DSAPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT DSAAUS                ASSIGN TO "DSAAUS"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400 DATA DIVISION.
101500 FILE SECTION.
101600 FD  DSAPARM
101700     RECORDING MODE IS F.
101800 01  DSA-PARM-SATZ.
101900     05 DSA-P-ANFRAGE             PIC X(016).
102000     05 FILLER                    PIC X(001).
102100     05 DSA-P-BEGRIFF             PIC X(070).
102200 FD  DSAAUS
102300     RECORDING MODE IS F.
102400 01  DSA-DRUCKZEILE               PIC X(230).
102500*---------------------------------------------------------------*
102600* WORKING-STORAGE-Section                                       *
102700*---------------------------------------------------------------*
102800 WORKING-STORAGE SECTION.
102900 01  VERS-INF.
103000     05  FILLER PIC X(13) VALUE "ELEM=akadsa  ".
103100     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103200/---------------------------------------------------------------*
103300* Konstanten                                                    *
103400*---------------------------------------------------------------*
103500 01  GS-KONSTANTEN.
103600     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
103700     20 C-AKADSA                  PIC X(008) VALUE "AKADSA".
103800     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
103900     20 C-OBJEKT-TAB-KA03AKNO     PIC X(009) VALUE "KA03AKNO".
104000     20 C-OBJEKT-TAB-KA03AKRW     PIC X(009) VALUE "KA03AKRW".
104100     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
104200     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
104300                                  VALUE "01-STD-APO-LIST-SUCHE".
104400     20 C-01-STD-APO-L-DET-AUSK   PIC X(040)
104500                                  VALUE "01-STD-APO-L-DET-AUSK".
104600     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
104700     20 C-ANZ-STATI               PIC 9(003) VALUE 6.
104800     20 C-MAX-BEGRIFFE            PIC 9(003) VALUE 10.
104900     20 C-MIN-LAENGE              PIC 9(003) VALUE 4.
105000     20 C-KLEIN                   PIC X(026) VALUE
105100                                  "abcdefghijklmnopqrstuvwxyz".
105200     20 C-GROSS                   PIC X(026) VALUE
105300                                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
105400     20 C-J                       PIC X(001) VALUE "J".
105500     20 C-N                       PIC X(001) VALUE "N".
105600     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
105700/---------------------------------------------------------------*
105800* Gelesene Postenstati (offen, Klaerung, freizugeben,           *
105900* abgelehnt, geschlossen, aufgehoben)                           *
106000*---------------------------------------------------------------*
106100 01  C-STATUS-LISTE.
106200     05 FILLER                    PIC X(006) VALUE "235689".
106300 01  C-STATUS-TABELLE             REDEFINES C-STATUS-LISTE.
106400     05 C-STATUS-WERT             PIC 9(001) OCCURS 6.
106500 01  C-QUELLEN.
106600     05 C-QUELLE-APO              PIC X(008) VALUE "APO".
106700     05 C-QUELLE-NOTIZ            PIC X(008) VALUE "NOTIZ".
106800     05 C-QUELLE-ROHTEXT          PIC X(008) VALUE "ROHTEXT".
106900     05 C-QUELLE-HOCHVOLUMEN      PIC X(008) VALUE "APO-HVZ".
107000 01  C-FELDNAMEN.
107100     05 C-FELD-VERWENDUNGSZWECK   PIC X(016)
107200                                  VALUE "VERWENDUNGSZWECK".
107300     05 C-FELD-ERG-TEXT           PIC X(016)
107400                                  VALUE "ERGAENZUNGSTEXT".
107500     05 C-FELD-BEMERKUNG          PIC X(016) VALUE "BEMERKUNG".
107600     05 C-FELD-NF-GEGENPARTEI     PIC X(016)
107700                                  VALUE "GEGENPARTEI-NF".
107800     05 C-FELD-KLAERUNGS-PARTEI   PIC X(016)
107900                                  VALUE "KLAERUNGS-PARTEI".
108000     05 C-FELD-BV-KONTO           PIC X(016) VALUE "BV-KONTO".
108100     05 C-FELD-KONTO-ID-ORIG      PIC X(016)
108200                                  VALUE "KONTO-ORIGINAL".
108300     05 C-FELD-GEGEN-KONTO-ID     PIC X(016) VALUE "GEGENKONTO".
108400     05 C-FELD-REMOTE-KONTO-ID    PIC X(016) VALUE "REMOTE-KONTO".
108500     05 C-FELD-NOTIZTEXT          PIC X(016) VALUE "NOTIZTEXT".
108600     05 C-FELD-ROH-ZEILE          PIC X(016) VALUE "AUSZUGSZEILE".
108700     05 C-FELD-NICHT-DURCHSUCHT   PIC X(016)
108800                                  VALUE "NICHT DURCHSUCHT".
108900/---------------------------------------------------------------*
109000* Formatzeilen Auskunftsbericht DSAAUS                          *
109100*---------------------------------------------------------------*
109200 01  DSA-KOPF.
109300     05 FILLER                    PIC X(010) VALUE "ANFRAGE:  ".
109400     05 DSA-K-ANFRAGE             PIC X(016).
109500     05 FILLER                    PIC X(010) VALUE "  BEGRIFF ".
109600     05 DSA-K-BEGRIFF-NR          PIC Z9.
109700     05 FILLER                    PIC X(002) VALUE ": ".
109800     05 DSA-K-BEGRIFF             PIC X(070).
109900     05 FILLER                    PIC X(002) VALUE SPACE.
110000     05 DSA-K-HINWEIS             PIC X(020).
110100     05 FILLER                    PIC X(098) VALUE SPACE.
110200 01  DSA-DETAIL.
110300     05 DSA-D-BEGRIFF-NR          PIC Z9.
110400     05 FILLER                    PIC X(001) VALUE SPACE.
110500     05 DSA-D-QUELLE              PIC X(008).
110600     05 FILLER                    PIC X(001) VALUE SPACE.
110700     05 DSA-D-FELD                PIC X(016).
110800     05 FILLER                    PIC X(001) VALUE SPACE.
110900     05 DSA-D-AK-NUMMER           PIC 9(005).
111000     05 FILLER                    PIC X(001) VALUE SPACE.
111100     05 DSA-D-KONTO-ID            PIC X(035).
111200     05 FILLER                    PIC X(001) VALUE SPACE.
111300     05 DSA-D-AUSZUGSDATUM        PIC 9(008).
111400     05 FILLER                    PIC X(001) VALUE SPACE.
111500     05 DSA-D-AUSZUGSNUMMER       PIC 9(005).
111600     05 FILLER                    PIC X(001) VALUE SPACE.
111700     05 DSA-D-AUSZUG-FNR          PIC 9(005).
111800     05 FILLER                    PIC X(001) VALUE SPACE.
111900     05 DSA-D-LFD-NR-APO          PIC 9(007).
112000     05 FILLER                    PIC X(001) VALUE SPACE.
112100     05 DSA-D-STATUS              PIC X(001).
112200     05 FILLER                    PIC X(001) VALUE SPACE.
112300     05 DSA-D-INHALT              PIC X(120).
112400     05 FILLER                    PIC X(008) VALUE SPACE.
112500 01  DSA-ENDE.
112600     05 FILLER                    PIC X(010) VALUE "ANFRAGE:  ".
112700     05 DSA-X-ANFRAGE             PIC X(016).
112800     05 FILLER                    PIC X(012) VALUE "  POSTEN:   ".
112900     05 DSA-X-POSTEN              PIC Z(008)9.
113000     05 FILLER                    PIC X(012) VALUE "  NOTIZEN:  ".
113100     05 DSA-X-NOTIZEN             PIC Z(008)9.
113200     05 FILLER                    PIC X(012) VALUE "  ROHZEILEN:".
113300     05 DSA-X-ROHZEILEN           PIC Z(008)9.
113400     05 FILLER                    PIC X(012) VALUE "  TREFFER:  ".
113500     05 DSA-X-TREFFER             PIC Z(006)9.
113600     05 FILLER                    PIC X(012) VALUE "  HOCHVOL.: ".
113700     05 DSA-X-HOCHVOLUMEN         PIC Z(004)9.
113800     05 FILLER                    PIC X(012) VALUE "  FEHLER:   ".
113900     05 DSA-X-FEHLER              PIC Z(006)9.
114000     05 FILLER                    PIC X(086) VALUE SPACE.
114100 01  C-HINWEISE.
114200     05 C-HINW-ZU-KURZ            PIC X(020)
114300                                  VALUE "ZU KURZ - ABGEWIESEN".
114400     05 C-HINW-ZU-VIELE           PIC X(020)
114500                                  VALUE "UEBER 10 - ABGEWIES.".
114600/---------------------------------------------------------------*
114700* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
114800*---------------------------------------------------------------*
114900  COPY DCTGRCGE.
115000  COPY CGSOVER.
115100  COPY CKA0AKRS.
115200  COPY CKA0AKNO.
115300  COPY CKA0AKRW.
115400  COPY DKAXIND.
115500  COPY CKAXIND.
115600  COPY CKAI5OF1.
115700  COPY CKAO5OF1.
115800  COPY CKAI5OF3.
115900  COPY CKAO5OF2.
116000  COPY CKAT5OF1.
116100 01  DUMMY                        PIC X(001).
116200/---------------------------------------------------------------*
116300* Normierte Suchbegriffe                                        *
116400*---------------------------------------------------------------*
116500 01  H-BEGRIFF-TABELLE.
116600     05 H-BEGRIFF-ANZ             PIC 9(003) COMP-3 VALUE ZERO.
116700     05 H-BEGRIFF-EINTRAG         OCCURS 10.
116800        10 H-BEGRIFF-NR           PIC 9(002).
116900        10 H-BEGRIFF-NORM         PIC X(070).
117000        10 H-BEGRIFF-LEN          PIC 9(003) COMP-3.
117100/---------------------------------------------------------------*
117200* Hilfsvariable                                                 *
117300*---------------------------------------------------------------*
117400 01  H-SATZ-STATUS                PIC X(001).
117500     88 SATZ-GEFUNDEN             VALUE "J".
117600     88 SATZ-N-GEFUNDEN           VALUE "N".
117700 01  H-PARM-STATUS                PIC X(001).
117800     88 PARM-ENDE                 VALUE "J".
117900     88 PARM-N-ENDE               VALUE "N".
118000 01  H-SEITEN-KZ                  PIC X(001).
118100     88 SEITEN-WEITER             VALUE "J".
118200     88 SEITEN-FERTIG             VALUE "N".
118300 01  H-AUFSETZ-KZ                 PIC X(001).
118400 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
118500 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
118600 01  H-INDEX                      PIC 9(003) COMP-3.
118700 01  H-ST-IND                     PIC 9(003) COMP-3.
118800 01  H-B-IND                      PIC 9(003) COMP-3.
118900 01  H-IND                        PIC 9(003) COMP-3.
119000 01  H-EINGELESEN                 PIC 9(003) COMP-3 VALUE ZERO.
119100 01  H-NORM-LEN                   PIC 9(003) COMP-3.
119200 01  H-TREFFER-ANZ                PIC 9(005) COMP-3.
119300 01  H-AK-NUMMER                  PIC 9(005).
119400 01  H-STATUS-LAUF                PIC 9(001).
119500 01  H-ANFRAGE                    PIC X(016).
119600 01  H-WERT                       PIC X(120).
119700 01  H-WERT-NORM                  PIC X(120).
119800 01  H-ZEICHEN                    PIC X(001).
119900 01  H-TR-QUELLE                  PIC X(008).
120000 01  H-TR-FELD                    PIC X(016).
120100 01  H-TR-AK-NUMMER               PIC 9(005).
120200 01  H-TR-KONTO-ID                PIC X(035).
120300 01  H-TR-AUSZUGSDATUM            PIC 9(008).
120400 01  H-TR-AUSZUGSNUMMER           PIC 9(005).
120500 01  H-TR-AUSZUG-FNR              PIC 9(005).
120600 01  H-TR-LFD-NR-APO              PIC 9(007).
120700 01  H-TR-STATUS                  PIC X(001).
120800 01  H-ANZ-POSTEN                 PIC 9(009) COMP-3 VALUE ZERO.
120900 01  H-ANZ-NOTIZEN                PIC 9(009) COMP-3 VALUE ZERO.
121000 01  H-ANZ-ROHZEILEN              PIC 9(009) COMP-3 VALUE ZERO.
121100 01  H-ANZ-TREFFER                PIC 9(007) COMP-3 VALUE ZERO.
121200 01  H-ANZ-HOCHVOLUMEN            PIC 9(005) COMP-3 VALUE ZERO.
121300 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.
121400/****************************************************************
121500 PROCEDURE DIVISION.
121600*****************************************************************
121700 0000-MAINLINE SECTION.
121800 0000-MAINLINE-1001.
121900     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
122000     IF H-BEGRIFF-ANZ             > ZERO
122100     THEN
122200       PERFORM 2000-POSTEN        THRU 2000-POSTEN-EXIT
122300       PERFORM 3000-NOTIZEN       THRU 3000-NOTIZEN-EXIT
122400       PERFORM 4000-ROHTEXT       THRU 4000-ROHTEXT-EXIT
122500     END-IF
122600     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
122700     STOP RUN
122800     .
122900 0000-MAINLINE-1002.
123000     EXIT.
123100/---------------------------------------------------------------*
123200* Initialisierung: Suchbegriffe lesen, normieren und im         *
123300* Bericht ausweisen                                             *
123400*---------------------------------------------------------------*
123500 1000-INITIALISIERUNG SECTION.
123600 1000-INITIALISIERUNG-1001.
123700     OPEN INPUT  DSAPARM
123800     OPEN OUTPUT DSAAUS
123900     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
124000     MOVE SPACE                   TO H-ANFRAGE
124100     SET PARM-N-ENDE              TO TRUE
124200     PERFORM 1100-BEGRIFF-LESEN   THRU 1100-BEGRIFF-LESEN-EXIT
124300             UNTIL PARM-ENDE
124400     .
124500 1000-INITIALISIERUNG-1002.
124600 1000-INITIALISIERUNG-EXIT.
124700     EXIT.
124800/---------------------------------------------------------------*
124900* Einen Suchbegriff lesen, normieren und uebernehmen            *
125000*---------------------------------------------------------------*
125100 1100-BEGRIFF-LESEN SECTION.
125200 1100-BEGRIFF-LESEN-1001.
125300     READ DSAPARM
125400       AT END
125500         SET PARM-ENDE            TO TRUE
125600         GO TO 1100-BEGRIFF-LESEN-EXIT
125700     END-READ
125800     IF DSA-P-BEGRIFF             = SPACE
125900     THEN
126000       GO TO 1100-BEGRIFF-LESEN-EXIT
126100     END-IF
126200     IF H-ANFRAGE                 = SPACE
126300     THEN
126400       MOVE DSA-P-ANFRAGE         TO H-ANFRAGE
126500     END-IF
126600     ADD C-1                      TO H-EINGELESEN
126700     INITIALIZE DSA-KOPF
126800     MOVE H-ANFRAGE               TO DSA-K-ANFRAGE
126900     MOVE H-EINGELESEN            TO DSA-K-BEGRIFF-NR
127000     MOVE DSA-P-BEGRIFF           TO DSA-K-BEGRIFF
127100     MOVE DSA-P-BEGRIFF           TO H-WERT
127200     PERFORM 7100-NORMIEREN       THRU 7100-NORMIEREN-EXIT
127300     IF H-NORM-LEN                < C-MIN-LAENGE
127400     THEN
127500       MOVE C-HINW-ZU-KURZ        TO DSA-K-HINWEIS
127600     ELSE
127700       IF H-BEGRIFF-ANZ           NOT < C-MAX-BEGRIFFE
127800       THEN
127900         MOVE C-HINW-ZU-VIELE     TO DSA-K-HINWEIS
128000       ELSE
128100         ADD C-1                  TO H-BEGRIFF-ANZ
128200         MOVE H-EINGELESEN        TO H-BEGRIFF-NR (H-BEGRIFF-ANZ)
128300         MOVE H-WERT-NORM
128400                             TO H-BEGRIFF-NORM (H-BEGRIFF-ANZ)
128500         MOVE H-NORM-LEN          TO H-BEGRIFF-LEN (H-BEGRIFF-ANZ)
128600       END-IF
128700     END-IF
128800     MOVE DSA-KOPF                TO DSA-DRUCKZEILE
128900     WRITE DSA-DRUCKZEILE
129000     .
129100 1100-BEGRIFF-LESEN-1002.
129200 1100-BEGRIFF-LESEN-EXIT.
129300     EXIT.
129400/---------------------------------------------------------------*
129500* Posten aller Abstimmkreise durchsuchen                        *
129600*---------------------------------------------------------------*
129700 2000-POSTEN SECTION.
129800 2000-POSTEN-1001.
129900     MOVE C-1                     TO H-LFD-ZEILE
130000     PERFORM 2100-LESEN-AKRS-ZEILE
130100                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
130200     PERFORM UNTIL SATZ-N-GEFUNDEN
130300       IF KA0AKRS-HOCHVOLUMEN-JA
130400       THEN
130500*        Posten der Hochvolumen-Ablage sind ueber AKA5OF nicht
130600*        lesbar - im Bericht als nicht durchsucht ausweisen
130700         ADD C-1                  TO H-ANZ-HOCHVOLUMEN
130800         INITIALIZE DSA-DETAIL
130900         MOVE C-QUELLE-HOCHVOLUMEN
131000                                  TO DSA-D-QUELLE
131100         MOVE C-FELD-NICHT-DURCHSUCHT
131200                                  TO DSA-D-FELD
131300         MOVE KA0AKRS-AK-NUMMER   TO DSA-D-AK-NUMMER
131400         MOVE DSA-DETAIL          TO DSA-DRUCKZEILE
131500         WRITE DSA-DRUCKZEILE
131600       ELSE
131700         MOVE KA0AKRS-AK-NUMMER   TO H-AK-NUMMER
131800         PERFORM 2200-AK-VERARBEITEN
131900                                THRU 2200-AK-VERARBEITEN-EXIT
132000       END-IF
132100       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
132200       PERFORM 2100-LESEN-AKRS-ZEILE
132300                                THRU 2100-LESEN-AKRS-ZEILE-EXIT
132400     END-PERFORM
132500     .
132600 2000-POSTEN-1002.
132700 2000-POSTEN-EXIT.
132800     EXIT.
132900/---------------------------------------------------------------*
133000* Zeile aus KA03AKRS lesen                                      *
133100*---------------------------------------------------------------*
133200 2100-LESEN-AKRS-ZEILE SECTION.
133300 2100-LESEN-AKRS-ZEILE-1001.
133400     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
133500     CALL "CGSTAB" USING
133600          C-TAB-LESEN-ZEILE
133700          C-KONFIG-ID-KA
133800          C-OBJEKT-TAB-KA03AKRS
133900          GSOVER-VERSTAENDIGUNGSBEREICH
134000          KA0AKRS-EINGABEBEREICH
134100          KA0AKRS-AUSGABEBEREICH
134200          DUMMY
134300     END-CALL
134400     PERFORM 8000-ZEILE-PRUEFEN   THRU 8000-ZEILE-PRUEFEN-EXIT
134500     .
134600 2100-LESEN-AKRS-ZEILE-1002.
134700 2100-LESEN-AKRS-ZEILE-EXIT.
134800     EXIT.
134900/---------------------------------------------------------------*
135000* Posten eines Abstimmkreises je Status seitenweise lesen       *
135100*---------------------------------------------------------------*
135200 2200-AK-VERARBEITEN SECTION.
135300 2200-AK-VERARBEITEN-1001.
135400     PERFORM VARYING H-ST-IND FROM 1 BY 1
135500             UNTIL H-ST-IND       > C-ANZ-STATI
135600       MOVE C-STATUS-WERT (H-ST-IND)
135700                                  TO H-STATUS-LAUF
135800       SET SEITEN-WEITER          TO TRUE
135900       INITIALIZE KAT5OF1-TRANSIENT-BEREICH
136000       MOVE C-N                   TO H-AUFSETZ-KZ
136100       PERFORM 2300-APO-SEITE     THRU 2300-APO-SEITE-EXIT
136200               UNTIL SEITEN-FERTIG
136300     END-PERFORM
136400     .
136500 2200-AK-VERARBEITEN-1002.
136600 2200-AK-VERARBEITEN-EXIT.
136700     EXIT.
136800/---------------------------------------------------------------*
136900* Eine Trefferseite BKAAPO ueber AKA5OF lesen                   *
137000*---------------------------------------------------------------*
137100 2300-APO-SEITE SECTION.
137200 2300-APO-SEITE-1001.
137300     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
137400     MOVE C-01-STD-APO-LIST-SUCHE TO KAI5OF3-FUNKTION
137500     MOVE H-AK-NUMMER             TO KAI5OF3-ABSTIMMKREIS-NR
137600     MOVE H-STATUS-LAUF           TO KAI5OF3-STATUS
137700     MOVE H-AK-NUMMER             TO KAI5OF3-S-ABSTIMMKREIS-NR
137800     MOVE H-STATUS-LAUF           TO KAI5OF3-S-STATUS
137900     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
138000     MOVE H-AUFSETZ-KZ            TO
138100                               KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
138200     CALL "AKA5OF" USING
138300          C-01-STD-APO-LIST-SUCHE
138400          C-KONFIG-ID-KA
138500          C-AKADSA
138600          GSOVER-VERSTAENDIGUNGSBEREICH
138700          KAI5OF3-EINGABEBEREICH
138800          KAO5OF2-AUSGABEBEREICH
138900          KAT5OF1-TRANSIENT-BEREICH
139000          KAXIND-INDICES
139100     END-CALL
139200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
139300     THEN
139400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
139500       SET SEITEN-FERTIG          TO TRUE
139600       GO TO 2300-APO-SEITE-EXIT
139700     END-IF
139800     PERFORM 2400-POSTEN-DURCHSUCHEN
139900                                THRU 2400-POSTEN-DURCHSUCHEN-EXIT
140000             VARYING H-INDEX FROM 1 BY 1
140100             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
140200     IF KAO5OF2-IND-LETZT         < C-ANZ-TREFFER
140300     THEN
140400       SET SEITEN-FERTIG          TO TRUE
140500     ELSE
140600       MOVE C-J                   TO H-AUFSETZ-KZ
140700     END-IF
140800     .
140900 2300-APO-SEITE-1002.
141000 2300-APO-SEITE-EXIT.
141100     EXIT.
141200/---------------------------------------------------------------*
141300* Einen Posten durchsuchen: Felder der Trefferliste, danach     *
141400* Gegen- und Remote-Konto aus der Detailauskunft                *
141500*---------------------------------------------------------------*
141600 2400-POSTEN-DURCHSUCHEN SECTION.
141700 2400-POSTEN-DURCHSUCHEN-1001.
141800     ADD C-1                      TO H-ANZ-POSTEN
141900     MOVE C-QUELLE-APO            TO H-TR-QUELLE
142000     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
142100                                  TO H-TR-AK-NUMMER
142200     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
142300                                  TO H-TR-KONTO-ID
142400     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
142500                                  TO H-TR-AUSZUGSDATUM
142600     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
142700                                  TO H-TR-AUSZUGSNUMMER
142800     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
142900                                  TO H-TR-AUSZUG-FNR
143000     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
143100                                  TO H-TR-LFD-NR-APO
143200     MOVE H-STATUS-LAUF           TO H-TR-STATUS
143300     MOVE C-FELD-VERWENDUNGSZWECK TO H-TR-FELD
143400     MOVE KAO5OF2-APO-VERWENDUNGSZWECK (H-INDEX)
143500                                  TO H-WERT
143600     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
143700     MOVE C-FELD-ERG-TEXT         TO H-TR-FELD
143800     MOVE KAO5OF2-APO-ERGAENZUNGSTEXT (H-INDEX)
143900                                  TO H-WERT
144000     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
144100     MOVE C-FELD-BEMERKUNG        TO H-TR-FELD
144200     MOVE KAO5OF2-APO-BEMERKUNG (H-INDEX)
144300                                  TO H-WERT
144400     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
144500     MOVE C-FELD-NF-GEGENPARTEI   TO H-TR-FELD
144600     MOVE KAO5OF2-APO-NF-GEGENPARTEI (H-INDEX)
144700                                  TO H-WERT
144800     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
144900     MOVE C-FELD-KLAERUNGS-PARTEI TO H-TR-FELD
145000     MOVE KAO5OF2-APO-KLAERUNGS-PARTEI (H-INDEX)
145100                                  TO H-WERT
145200     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
145300     MOVE C-FELD-BV-KONTO         TO H-TR-FELD
145400     MOVE KAO5OF2-APO-BV-KONTO (H-INDEX)
145500                                  TO H-WERT
145600     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
145700     MOVE C-FELD-KONTO-ID-ORIG    TO H-TR-FELD
145800     MOVE KAO5OF2-APO-KONTO-ID-ORIG (H-INDEX)
145900                                  TO H-WERT
146000     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
146100     PERFORM 2600-DETAIL-LESEN    THRU 2600-DETAIL-LESEN-EXIT
146200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
146300     THEN
146400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
146500       ADD C-1                    TO H-ANZ-FEHLER
146600       GO TO 2400-POSTEN-DURCHSUCHEN-EXIT
146700     END-IF
146800     MOVE C-FELD-GEGEN-KONTO-ID   TO H-TR-FELD
146900     MOVE KAO5OF1-APO-GEGEN-KONTO-ID
147000                                  TO H-WERT
147100     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
147200     MOVE C-FELD-REMOTE-KONTO-ID  TO H-TR-FELD
147300     MOVE KAO5OF1-APO-REMOTE-KONTO-ID
147400                                  TO H-WERT
147500     PERFORM 7000-FELD-PRUEFEN    THRU 7000-FELD-PRUEFEN-EXIT
147600     .
147700 2400-POSTEN-DURCHSUCHEN-1002.
147800 2400-POSTEN-DURCHSUCHEN-EXIT.
147900     EXIT.
148000/---------------------------------------------------------------*
148100* Detailauskunft des Postens                                    *
148200*---------------------------------------------------------------*
148300 2600-DETAIL-LESEN SECTION.
148400 2600-DETAIL-LESEN-1001.
148500     MOVE HIGH-VALUE              TO KAI5OF1-EINGABEBEREICH
148600     MOVE C-01-STD-APO-L-DET-AUSK TO KAI5OF1-FUNKTION
148700     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
148800                                  TO KAI5OF1-ABSTIMMKREIS-NR
148900     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
149000                                  TO KAI5OF1-HERKUNFT
149100     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
149200                                  TO KAI5OF1-KONTO-ID-ABSTIMM
149300     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
149400                                  TO KAI5OF1-AUSZUGSDATUM
149500     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
149600                                  TO KAI5OF1-AUSZUGSNUMMER
149700     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
149800                                  TO KAI5OF1-AUSZUG-FNR
149900     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
150000                                  TO KAI5OF1-LFD-NR-APO
150100     CALL "AKA5OF" USING
150200          C-01-STD-APO-L-DET-AUSK
150300          C-KONFIG-ID-KA
150400          C-AKADSA
150500          GSOVER-VERSTAENDIGUNGSBEREICH
150600          KAI5OF1-EINGABEBEREICH
150700          KAO5OF1-AUSGABEBEREICH
150800          DUMMY
150900          KAXIND-INDICES
151000     END-CALL
151100     .
151200 2600-DETAIL-LESEN-1002.
151300 2600-DETAIL-LESEN-EXIT.
151400     EXIT.
151500/---------------------------------------------------------------*
151600* Notizen (KA03AKNO) durchsuchen                                *
151700*---------------------------------------------------------------*
151800 3000-NOTIZEN SECTION.
151900 3000-NOTIZEN-1001.
152000     MOVE C-1                     TO H-LFD-ZEILE
152100     PERFORM 3100-LESEN-AKNO-ZEILE
152200                                THRU 3100-LESEN-AKNO-ZEILE-EXIT
152300     PERFORM UNTIL SATZ-N-GEFUNDEN
152400       ADD C-1                    TO H-ANZ-NOTIZEN
152500       MOVE C-QUELLE-NOTIZ        TO H-TR-QUELLE
152600       MOVE C-FELD-NOTIZTEXT      TO H-TR-FELD
152700       MOVE KA0AKNO-AK-NUMMER     TO H-TR-AK-NUMMER
152800       MOVE KA0AKNO-KONTO-ID      TO H-TR-KONTO-ID
152900       MOVE KA0AKNO-AUSZUGSDATUM  TO H-TR-AUSZUGSDATUM
153000       MOVE KA0AKNO-AUSZUGSNUMMER TO H-TR-AUSZUGSNUMMER
153100       MOVE KA0AKNO-AUSZUG-FNR    TO H-TR-AUSZUG-FNR
153200       MOVE KA0AKNO-LFD-NR-APO    TO H-TR-LFD-NR-APO
153300       MOVE SPACE                 TO H-TR-STATUS
153400       MOVE KA0AKNO-TEXT          TO H-WERT
153500       PERFORM 7000-FELD-PRUEFEN  THRU 7000-FELD-PRUEFEN-EXIT
153600       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
153700       PERFORM 3100-LESEN-AKNO-ZEILE
153800                                THRU 3100-LESEN-AKNO-ZEILE-EXIT
153900     END-PERFORM
154000     .
154100 3000-NOTIZEN-1002.
154200 3000-NOTIZEN-EXIT.
154300     EXIT.
154400/---------------------------------------------------------------*
154500* Zeile aus KA03AKNO lesen                                      *
154600*---------------------------------------------------------------*
154700 3100-LESEN-AKNO-ZEILE SECTION.
154800 3100-LESEN-AKNO-ZEILE-1001.
154900     MOVE H-LFD-ZEILE             TO KA0AKNO-ZEILENNUMMER
155000     CALL "CGSTAB" USING
155100          C-TAB-LESEN-ZEILE
155200          C-KONFIG-ID-KA
155300          C-OBJEKT-TAB-KA03AKNO
155400          GSOVER-VERSTAENDIGUNGSBEREICH
155500          KA0AKNO-EINGABEBEREICH
155600          KA0AKNO-AUSGABEBEREICH
155700          DUMMY
155800     END-CALL
155900     PERFORM 8000-ZEILE-PRUEFEN   THRU 8000-ZEILE-PRUEFEN-EXIT
156000     .
156100 3100-LESEN-AKNO-ZEILE-1002.
156200 3100-LESEN-AKNO-ZEILE-EXIT.
156300     EXIT.
156400/---------------------------------------------------------------*
156500* Rohtextzeilen der Auszuege (KA03AKRW) durchsuchen             *
156600*---------------------------------------------------------------*
156700 4000-ROHTEXT SECTION.
156800 4000-ROHTEXT-1001.
156900     MOVE C-1                     TO H-LFD-ZEILE
157000     PERFORM 4100-LESEN-AKRW-ZEILE
157100                                THRU 4100-LESEN-AKRW-ZEILE-EXIT
157200     PERFORM UNTIL SATZ-N-GEFUNDEN
157300       ADD C-1                    TO H-ANZ-ROHZEILEN
157400       MOVE C-QUELLE-ROHTEXT      TO H-TR-QUELLE
157500       MOVE C-FELD-ROH-ZEILE      TO H-TR-FELD
157600       MOVE ZERO                  TO H-TR-AK-NUMMER
157700       MOVE KA0AKRW-KONTO-ID      TO H-TR-KONTO-ID
157800       MOVE KA0AKRW-AUSZUGSDATUM  TO H-TR-AUSZUGSDATUM
157900       MOVE KA0AKRW-AUSZUGSNUMMER TO H-TR-AUSZUGSNUMMER
158000       MOVE KA0AKRW-AUSZUG-FNR    TO H-TR-AUSZUG-FNR
158100       MOVE KA0AKRW-UMSATZ-LFD    TO H-TR-LFD-NR-APO
158200       MOVE SPACE                 TO H-TR-STATUS
158300       MOVE KA0AKRW-ROH-ZEILE     TO H-WERT
158400       PERFORM 7000-FELD-PRUEFEN  THRU 7000-FELD-PRUEFEN-EXIT
158500       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
158600       PERFORM 4100-LESEN-AKRW-ZEILE
158700                                THRU 4100-LESEN-AKRW-ZEILE-EXIT
158800     END-PERFORM
158900     .
159000 4000-ROHTEXT-1002.
159100 4000-ROHTEXT-EXIT.
159200     EXIT.
159300/---------------------------------------------------------------*
159400* Zeile aus KA03AKRW lesen                                      *
159500*---------------------------------------------------------------*
159600 4100-LESEN-AKRW-ZEILE SECTION.
159700 4100-LESEN-AKRW-ZEILE-1001.
159800     MOVE H-LFD-ZEILE             TO KA0AKRW-ZEILENNUMMER
159900     CALL "CGSTAB" USING
160000          C-TAB-LESEN-ZEILE
160100          C-KONFIG-ID-KA
160200          C-OBJEKT-TAB-KA03AKRW
160300          GSOVER-VERSTAENDIGUNGSBEREICH
160400          KA0AKRW-EINGABEBEREICH
160500          KA0AKRW-AUSGABEBEREICH
160600          DUMMY
160700     END-CALL
160800     PERFORM 8000-ZEILE-PRUEFEN   THRU 8000-ZEILE-PRUEFEN-EXIT
160900     .
161000 4100-LESEN-AKRW-ZEILE-1002.
161100 4100-LESEN-AKRW-ZEILE-EXIT.
161200     EXIT.
161300/---------------------------------------------------------------*
161400* Feldinhalt normieren und gegen alle Suchbegriffe pruefen;     *
161500* je getroffenem Begriff eine Berichtszeile                     *
161600*---------------------------------------------------------------*
161700 7000-FELD-PRUEFEN SECTION.
161800 7000-FELD-PRUEFEN-1001.
161900     IF H-WERT                    = SPACE
162000     THEN
162100       GO TO 7000-FELD-PRUEFEN-EXIT
162200     END-IF
162300     MOVE H-WERT                  TO DSA-D-INHALT
162400     PERFORM 7100-NORMIEREN       THRU 7100-NORMIEREN-EXIT
162500     IF H-NORM-LEN                = ZERO
162600     THEN
162700       GO TO 7000-FELD-PRUEFEN-EXIT
162800     END-IF
162900     PERFORM VARYING H-B-IND FROM 1 BY 1
163000             UNTIL H-B-IND        > H-BEGRIFF-ANZ
163100       MOVE ZERO                  TO H-TREFFER-ANZ
163200       INSPECT H-WERT-NORM (1:H-NORM-LEN) TALLYING H-TREFFER-ANZ
163300               FOR ALL H-BEGRIFF-NORM (H-B-IND)
163400                                  (1:H-BEGRIFF-LEN (H-B-IND))
163500       IF H-TREFFER-ANZ           > ZERO
163600       THEN
163700         PERFORM 7200-TREFFER-SCHREIBEN
163800                                THRU 7200-TREFFER-SCHREIBEN-EXIT
163900       END-IF
164000     END-PERFORM
164100     .
164200 7000-FELD-PRUEFEN-1002.
164300 7000-FELD-PRUEFEN-EXIT.
164400     EXIT.
164500/---------------------------------------------------------------*
164600* Wert normieren wie AKASAC: Grossbuchstaben, nur Buchstaben    *
164700* und Ziffern (Leer- und Sonderzeichen entfallen)               *
164800*---------------------------------------------------------------*
164900 7100-NORMIEREN SECTION.
165000 7100-NORMIEREN-1001.
165100     INSPECT H-WERT               CONVERTING C-KLEIN TO C-GROSS
165200     MOVE SPACE                   TO H-WERT-NORM
165300     MOVE ZERO                    TO H-NORM-LEN
165400     PERFORM VARYING H-IND FROM 1 BY 1
165500             UNTIL H-IND          > 120
165600       MOVE H-WERT (H-IND:1)      TO H-ZEICHEN
165700       IF (H-ZEICHEN              ALPHABETIC-UPPER
165800           AND H-ZEICHEN          NOT = SPACE)
165900          OR H-ZEICHEN            NUMERIC
166000       THEN
166100         ADD C-1                  TO H-NORM-LEN
166200         MOVE H-ZEICHEN           TO H-WERT-NORM (H-NORM-LEN:1)
166300       END-IF
166400     END-PERFORM
166500     .
166600 7100-NORMIEREN-1002.
166700 7100-NORMIEREN-EXIT.
166800     EXIT.
166900/---------------------------------------------------------------*
167000* Trefferzeile in den Auskunftsbericht schreiben                *
167100*---------------------------------------------------------------*
167200 7200-TREFFER-SCHREIBEN SECTION.
167300 7200-TREFFER-SCHREIBEN-1001.
167400     ADD C-1                      TO H-ANZ-TREFFER
167500     MOVE H-BEGRIFF-NR (H-B-IND)  TO DSA-D-BEGRIFF-NR
167600     MOVE H-TR-QUELLE             TO DSA-D-QUELLE
167700     MOVE H-TR-FELD               TO DSA-D-FELD
167800     MOVE H-TR-AK-NUMMER          TO DSA-D-AK-NUMMER
167900     MOVE H-TR-KONTO-ID           TO DSA-D-KONTO-ID
168000     MOVE H-TR-AUSZUGSDATUM       TO DSA-D-AUSZUGSDATUM
168100     MOVE H-TR-AUSZUGSNUMMER      TO DSA-D-AUSZUGSNUMMER
168200     MOVE H-TR-AUSZUG-FNR         TO DSA-D-AUSZUG-FNR
168300     MOVE H-TR-LFD-NR-APO         TO DSA-D-LFD-NR-APO
168400     MOVE H-TR-STATUS             TO DSA-D-STATUS
168500     MOVE DSA-DETAIL              TO DSA-DRUCKZEILE
168600     WRITE DSA-DRUCKZEILE
168700     .
168800 7200-TREFFER-SCHREIBEN-1002.
168900 7200-TREFFER-SCHREIBEN-EXIT.
169000     EXIT.
169100/---------------------------------------------------------------*
169200* Ergebnis eines Zeilenzugriffs auswerten                       *
169300*---------------------------------------------------------------*
169400 8000-ZEILE-PRUEFEN SECTION.
169500 8000-ZEILE-PRUEFEN-1001.
169600     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
169700     THEN
169800       SET SATZ-GEFUNDEN          TO TRUE
169900       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
170000         ON SIZE ERROR CONTINUE
170100       END-ADD
170200     ELSE
170300       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
170400       SET SATZ-N-GEFUNDEN        TO TRUE
170500     END-IF
170600     .
170700 8000-ZEILE-PRUEFEN-1002.
170800 8000-ZEILE-PRUEFEN-EXIT.
170900     EXIT.
171000/---------------------------------------------------------------*
171100* Programmende: Summenzeile und Dateien schliessen              *
171200*---------------------------------------------------------------*
171300 9999-EXIT SECTION.
171400 9999-EXIT-1001.
171500     INITIALIZE DSA-ENDE
171600     MOVE H-ANFRAGE               TO DSA-X-ANFRAGE
171700     MOVE H-ANZ-POSTEN            TO DSA-X-POSTEN
171800     MOVE H-ANZ-NOTIZEN           TO DSA-X-NOTIZEN
171900     MOVE H-ANZ-ROHZEILEN         TO DSA-X-ROHZEILEN
172000     MOVE H-ANZ-TREFFER           TO DSA-X-TREFFER
172100     MOVE H-ANZ-HOCHVOLUMEN       TO DSA-X-HOCHVOLUMEN
172200     MOVE H-ANZ-FEHLER            TO DSA-X-FEHLER
172300     MOVE DSA-ENDE                TO DSA-DRUCKZEILE
172400     WRITE DSA-DRUCKZEILE
172500     CLOSE DSAPARM
172600     CLOSE DSAAUS
172700     .
172800 9999-EXIT-1002.
172900 9999-EXIT-EXIT.
173000     EXIT.
