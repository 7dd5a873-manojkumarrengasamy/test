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
000160*@Titel         : Kursergebnis einer geschlossenen Schliessung
000160*@Elementname   : akafxs.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sub
000160*@BatchDialog   : beides
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Kursergebnis geschlossene Schliessung     *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Ermittelt fuer eine geschlossene Schliessung das         *
001800* realisierte Kursergebnis und die Aufloesung der          *
001900* Neubewertung fuer die Ausgangsbuchungs-Vormerkung        *
002000* KA02AKGB. Gerufen von allen Stellen, die eine Vormerkung *
002100* fuer eine geschlossene Schliessung schreiben (AKA4OF,    *
002200* AKAADI, AKAAMA, AKAEIN).                                 *
002300* Die APOs der Schliessung werden ueber AKA5OF             *
002400* 01-STD-APO-LIST-Z-SCH gelesen. Realisiertes Ergebnis ist *
002500* die negative Summe der Gegenwerte zum Kurs des Buchungs- *
002600* tags (nur wenn alle Fremdwaehrungsposten einen Gegenwert *
002700* tragen); die Aufloesung ist die negative Summe der durch *
002800* AKAFXR bis zum Ultimo vor dem Freigabemonat gebuchten    *
002900* Neubewertung (Kurse aus KA02AKKU). Ohne Fremdwaehrungs-  *
003000* posten sind beide Betraege null. Lesefehler werden       *
003100* uebergangen und fuehren zu Betrag null; das Gewicht wird *
003200* nicht gesetzt.                                           *
003300*@E-ELEMENTBESCHREIBUNG                                    *
003400*                                                          *
003500*@A-MODULAUFRUF                                            *
003600* AKA5OF  : Liste der APOs einer Schliessung               *
003700* CGSTAB  : Tabellenzugriff                                *
003800*@E-MODULAUFRUF                                            *
003900*                                                          *
004000*@A-COBOL-COPY                                             *
004100* Benoetigte COBOL-Copies:                                 *
004200* DCTGRCGE   : RETURNCODE GEWICHTE                         *
004300* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004400* CGSTTAB    : TABELLENZUGRIFF                             *
004500* CKAI0AKC   : EINGABEBEREICH KA02AKKU                     *
004600* CKAO0AKC   : AUSGABEBEREICH KA02AKKU                     *
004700* CKAI5OF2   : EINGABEBEREICH AKA5OF                       *
004800* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
004900* DKAXIND    : INDICES AKA5OF                              *
005000* CKAXIND    : INDICES AKA5OF                              *
005100* CKAIFXS    : EIN-/AUSGABEBEREICH AKAFXS                  *
005200*@E-COBOL-COPY                                             *
005300*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58795                                               *      D01
090052*     Neuanlage - Kursergebnis einer geschlossenen         *      D01
090053*     Schliessung fuer KA02AKGB, aus AKA4OF herausgeloest  *      D01
090054*     und von AKAADI, AKAAMA und AKAEIN mitbenutzt.        *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAFXS.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 DATA DIVISION.
100900 WORKING-STORAGE SECTION.
101000 01  VERS-INF.
101100     05  FILLER PIC X(13) VALUE "ELEM=akafxs  ".
101200     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
101300/---------------------------------------------------------------*
101400* Konstanten                                                    *
101500*---------------------------------------------------------------*
101600 01  GS-KONSTANTEN.
101700     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
101800     20 C-AKAFXS                  PIC X(006) VALUE "AKAFXS".
101900     20 C-TAB-LESEN-EQUAL         PIC X(040) VALUE "LESEN-EQUAL".
102000     20 C-OBJEKT-TAB-KA02AKKU     PIC X(009) VALUE "KA02AKKU".
102100     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
102200                                  VALUE "01-STD-APO-LIST-Z-SCH".
102300     20 C-HAUSWAEHRUNG            PIC X(003) VALUE "EUR".
102400     20 C-N                       PIC X(001) VALUE "N".
102500     20 C-1                       PIC 9(001) VALUE 1.
102600/---------------------------------------------------------------*
102700* Tabellenzugriff Kurse, Liste der APOs einer Schliessung       *
102800*---------------------------------------------------------------*
102900  COPY DCTGRCGE.
103000  COPY CGSTTAB.
103100  COPY CKAI0AKC.
103200  COPY CKAO0AKC.
103300  COPY CKAI5OF2.
103400  COPY CKAO5OF2.
103500  COPY DKAXIND.
103600  COPY CKAXIND.
103700 01  DUMMY                        PIC X(001).
103800/---------------------------------------------------------------*
103900* Hilfsvariable                                                 *
104000*---------------------------------------------------------------*
104100 01  FX-HILFSFELDER.
104200     05  H-FX-IND                 PIC 9(003) COMP-3.
104300     05  H-FX-SUMME-HW            PIC S9(013)V9(003).
104400     05  H-FX-SUMME-NEUBEW        PIC S9(013)V9(003).
104500     05  H-FX-EFFEKT              PIC S9(013)V9(003).
104600     05  H-FX-KURS                PIC 9(007)V9(006).
104700     05  H-FX-KURS-ULTIMO         PIC 9(007)V9(006).
104800     05  H-FX-WAEHRUNG            PIC X(003).
104900     05  H-FX-STICHTAG            PIC 9(008).
105000     05  H-FX-DATUM               PIC 9(008).
105100     05  H-FX-DATUM-R             REDEFINES H-FX-DATUM.
105200         10  H-FX-DATUM-JJJJMM    PIC 9(006).
105300         10  H-FX-DATUM-TT        PIC 9(002).
105400     05  H-FX-ULTIMO              PIC 9(008).
105500     05  H-FX-SCHL-KZ             PIC X(001).
105600         88  FX-SCHL-JA                     VALUE "J".
105700         88  FX-SCHL-NEIN                   VALUE "N".
105800     05  H-FX-HW-KZ               PIC X(001).
105900         88  FX-HW-VOLLSTAENDIG             VALUE "J".
106000         88  FX-HW-LUECKE                   VALUE "N".
106100     05  H-FX-KURS-KZ             PIC X(001).
106200         88  FX-KURS-GEFUNDEN               VALUE "J".
106300         88  FX-KURS-N-GEFUNDEN             VALUE "N".
106400/****************************************************************
106500 LINKAGE SECTION.
106600*****************************************************************
106700  COPY CKAIFXS.
106800  COPY CGSOVER.
106900/
107000 PROCEDURE DIVISION
107100     USING KAIFXS-EIN-AUSGABEBEREICH
107200           GSOVER-VERSTAENDIGUNGSBEREICH.
107300
107400 STEUER-AKAFXS SECTION.
107500 STEUER-AKAFXS-1001.
107600     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
107700     MOVE ZERO                    TO KAIFXS-FX-REAL-BETRAG
107800     MOVE ZERO                    TO KAIFXS-FX-NEUBEW-BETRAG
107900     PERFORM FX-ERGEBNIS-ERMITTELN
108000     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
108100     GO TO PROGRAMM-VERLASSEN
108200     .
108300 STEUER-AKAFXS-1002.
108400     EXIT.
108500/---------------------------------------------------------------*
108600* Realisiertes Kursergebnis einer geschlossenen Schliessung in  *
108700* Fremdwaehrung: Summe der Gegenwerte der APOs zum Kurs ihres   *
108800* Buchungstags; dazu Aufloesung der von AKAFXR bis zum Ultimo   *
108900* des Vormonats gebuchten Neubewertung. Lesefehler werden       *
109000* uebergangen, die Schliessung wird dadurch nicht verhindert.   *
109100*---------------------------------------------------------------*
109200 FX-ERGEBNIS-ERMITTELN SECTION.
109300 FX-ERGEBNIS-ERMITTELN-1001.
109400     MOVE ZERO                    TO H-FX-SUMME-HW
109500     MOVE ZERO                    TO H-FX-SUMME-NEUBEW
109600     SET FX-SCHL-NEIN             TO TRUE
109700     SET FX-HW-VOLLSTAENDIG       TO TRUE
109800* Letzter Neubewertungsstichtag: Ultimo vor dem Freigabemonat
109900     MOVE KAIFXS-FREIGABE-DATUM   TO H-FX-DATUM
110000     PERFORM FX-VORMONATSULTIMO
110100     MOVE H-FX-DATUM              TO H-FX-ULTIMO
110200* APOs der Schliessung ueber AKA5OF lesen
110300     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
110400     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
110500     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
110600     MOVE C-N                     TO
110700                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
110800     MOVE 200                     TO KAI5OF2-ANF-ANZ-TREFFER
110900     MOVE KAIFXS-SCHLIESSUNGSNR   TO KAI5OF2-SCHLIESSUNGSNR
111000     CALL "AKA5OF" USING
111100          C-01-STD-APO-LIST-Z-SCH
111200          C-KONFIG-ID-KA
111300          C-AKAFXS
111400          GSOVER-VERSTAENDIGUNGSBEREICH
111500          KAI5OF2-EINGABEBEREICH
111600          KAO5OF2-AUSGABEBEREICH
111700          DUMMY
111800          KAXIND-INDICES
111900     END-CALL
112000     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
112100     THEN
112200       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
112300       GO TO FX-ERGEBNIS-ERMITTELN-999
112400     END-IF
112500     PERFORM FX-POSTEN-BEWERTEN
112600             VARYING H-FX-IND FROM C-1 BY C-1
112700             UNTIL H-FX-IND       > KAO5OF2-IND-LETZT
112800     IF FX-SCHL-JA
112900     THEN
113000       IF FX-HW-VOLLSTAENDIG
113100       THEN
113200         COMPUTE KAIFXS-FX-REAL-BETRAG   = ZERO - H-FX-SUMME-HW
113300       END-IF
113400       COMPUTE KAIFXS-FX-NEUBEW-BETRAG = ZERO - H-FX-SUMME-NEUBEW
113500     END-IF
113600     .
113700 FX-ERGEBNIS-ERMITTELN-999.
113800     EXIT.
113900 FX-ERGEBNIS-ERMITTELN-1002.
114000     EXIT.
114100/---------------------------------------------------------------*
114200* Eine APO der Schliessung: Gegenwert aufsummieren und den Anteil*
114300* der Neubewertung (Kurs Ultimo Vormonat ./. Kurs Ultimo vor dem *
114400* Buchungsmonat) ermitteln                                       *
114500*---------------------------------------------------------------*
114600 FX-POSTEN-BEWERTEN SECTION.
114700 FX-POSTEN-BEWERTEN-1001.
114800     IF KAO5OF2-APO-WAEHRUNG (H-FX-IND) = C-HAUSWAEHRUNG
114900        OR KAO5OF2-APO-WAEHRUNG (H-FX-IND) = SPACE
115000     THEN
115100       ADD KAO5OF2-APO-BETRAG (H-FX-IND) TO H-FX-SUMME-HW
115200     ELSE
115300       SET FX-SCHL-JA             TO TRUE
115400       IF KAO5OF2-APO-HW-KURS (H-FX-IND) = ZERO
115500       THEN
115600         SET FX-HW-LUECKE         TO TRUE
115700       ELSE
115800         ADD KAO5OF2-APO-HW-BETRAG (H-FX-IND)
115900                                  TO H-FX-SUMME-HW
116000       END-IF
116100       IF KAO5OF2-APO-BUTAG (H-FX-IND) NOT > H-FX-ULTIMO
116200       THEN
116300         PERFORM FX-NEUBEWERTUNG-ANTEIL
116400       END-IF
116500     END-IF
116600     .
116700 FX-POSTEN-BEWERTEN-1002.
116800     EXIT.
116900/---------------------------------------------------------------*
117000* Anteil der durch AKAFXR gebuchten Neubewertung einer APO; fehlt*
117100* einer der beiden Kurse, ist der Anteil null                    *
117200*---------------------------------------------------------------*
117300 FX-NEUBEWERTUNG-ANTEIL SECTION.
117400 FX-NEUBEWERTUNG-ANTEIL-1001.
117500     MOVE KAO5OF2-APO-WAEHRUNG (H-FX-IND) TO H-FX-WAEHRUNG
117600     MOVE H-FX-ULTIMO             TO H-FX-STICHTAG
117700     PERFORM FX-KURS-LESEN
117800     IF FX-KURS-GEFUNDEN
117900     THEN
118000       MOVE H-FX-KURS             TO H-FX-KURS-ULTIMO
118100       MOVE KAO5OF2-APO-BUTAG (H-FX-IND) TO H-FX-DATUM
118200       PERFORM FX-VORMONATSULTIMO
118300       MOVE H-FX-DATUM            TO H-FX-STICHTAG
118400       PERFORM FX-KURS-LESEN
118500     END-IF
118600     IF FX-KURS-GEFUNDEN
118700     THEN
118800       COMPUTE H-FX-EFFEKT ROUNDED =
118900               KAO5OF2-APO-BETRAG (H-FX-IND)
119000               * (H-FX-KURS-ULTIMO - H-FX-KURS)
119100         ON SIZE ERROR
119200           MOVE ZERO              TO H-FX-EFFEKT
119300       END-COMPUTE
119400       ADD H-FX-EFFEKT            TO H-FX-SUMME-NEUBEW
119500     END-IF
119600     .
119700 FX-NEUBEWERTUNG-ANTEIL-1002.
119800     EXIT.
119900/---------------------------------------------------------------*
120000* Ultimo des Vormonats zum Datum in H-FX-DATUM                   *
120100*---------------------------------------------------------------*
120200 FX-VORMONATSULTIMO SECTION.
120300 FX-VORMONATSULTIMO-1001.
120400     MOVE 1                       TO H-FX-DATUM-TT
120500     COMPUTE H-FX-DATUM =
120600             FUNCTION DATE-OF-INTEGER
120700               (FUNCTION INTEGER-OF-DATE (H-FX-DATUM) - 1)
120800     .
120900 FX-VORMONATSULTIMO-1002.
121000     EXIT.
121100/---------------------------------------------------------------*
121200* Kurs zu H-FX-WAEHRUNG und H-FX-STICHTAG aus KA02AKKU lesen     *
121300*---------------------------------------------------------------*
121400 FX-KURS-LESEN SECTION.
121500 FX-KURS-LESEN-1001.
121600     MOVE ZERO                    TO H-FX-KURS
121700     SET FX-KURS-GEFUNDEN         TO TRUE
121800     MOVE H-FX-WAEHRUNG           TO KAI0AKC-WAEHRUNG
121900     MOVE H-FX-STICHTAG           TO KAI0AKC-STICHTAG
122000     CALL "CGSTAB"
122100     USING C-TAB-LESEN-EQUAL
122200           C-KONFIG-ID-KA
122300           C-OBJEKT-TAB-KA02AKKU
122400           GSOVER-VERSTAENDIGUNGSBEREICH
122500           KAI0AKC-EINGABEBEREICH
122600           KAO0AKC-AUSGABEBEREICH
122700           GSTTAB-EIN-AUSGABEBEREICH
122800     END-CALL
122900     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
123000     THEN
123100       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
123200       SET FX-KURS-N-GEFUNDEN     TO TRUE
123300     ELSE
123400       MOVE KAO0AKC-KURS          TO H-FX-KURS
123500     END-IF
123600     .
123700 FX-KURS-LESEN-1002.
123800     EXIT.
123900/
124000 PROGRAMM-VERLASSEN SECTION.
124100 PROGRAMM-VERLASSEN-1001.
124200     EXIT PROGRAM
124300     .
124400 PROGRAMM-VERLASSEN-1002.
124500     EXIT.
