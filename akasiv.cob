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
000160*@Titel         : Siegelpruefung auf Anforderung
000160*@Elementname   : akasiv.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Siegelpruefung auf Anforderung            *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Batch fuer die Pruefung der aufbewahrten Lieferungen auf *
001800* Anforderung der Revision. Prueft ueber AKASIP (Anlass P) *
001900* die Lieferungen in RPLSTORE und die Rohtexte in KA02AKRW *
002000* gegen ihre Siegel in KA02AKSE; jede Lieferung, deren     *
002100* Inhalt nicht mehr zum Siegel passt oder fehlt, wird im   *
002200* Protokoll SIPAUS gemeldet.                               *
002300* Steuerung ueber SIVPARM (optional): Datum von und bis    *
002400* (JJJJMMTT, Vorgabe gesamter Bestand) und Quelle (R =     *
002500* RPLSTORE, W = Rohtext, leer = beide).                    *
002600* Im Laufregister AKARUN: gelesen = geladene Siegel,       *
002700* geschrieben = unveraenderte Lieferungen, Fehler =        *
002800* abweichende Lieferungen und Lieferungen ohne Inhalt.     *
002900*@E-ELEMENTBESCHREIBUNG                                    *
003000*                                                          *
003100*@A-MODULAUFRUF                                            *
003200* AKASIP  : Siegelpruefung aufbewahrter Lieferungen        *
003300* AKARUN  : Zentrales Laufregister                         *
003400*@E-MODULAUFRUF                                            *
003500*                                                          *
003600*@A-COBOL-COPY                                             *
003700* Benoetigte COBOL-Copies:                                 *
003800* DCTGRCGE   : RETURNCODE GEWICHTE                         *
003900* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
004000* CKAISIP    : EIN-/AUSGABEBEREICH AKASIP                  *
004100* CKAIRUN    : EINGABEBEREICH AKARUN                       *
004200*@E-COBOL-COPY                                             *
004300*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58812                                               *      D01
090052*     Neuanlage - Pruefung der Siegel aufbewahrter         *      D01
090053*     Lieferungen auf Anforderung der Revision.            *      D01
090054*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090055*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKASIV.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT SIVPARM               ASSIGN TO "SIVPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL
101200                                  FILE STATUS IS H-PARM-FS.
101300 DATA DIVISION.
101400 FILE SECTION.
101500 FD  SIVPARM
101600     RECORDING MODE IS F.
101700 01  SIV-PARM-SATZ.
101800     05 SIV-P-DATUM-VON           PIC 9(008).
101900     05 FILLER                    PIC X(001).
102000     05 SIV-P-DATUM-BIS           PIC 9(008).
102100     05 FILLER                    PIC X(001).
102200     05 SIV-P-QUELLE              PIC X(001).
102300*---------------------------------------------------------------*
102400* WORKING-STORAGE-Section                                       *
102500*---------------------------------------------------------------*
102600 WORKING-STORAGE SECTION.
102700 01  VERS-INF.
102800     05  FILLER PIC X(13) VALUE "ELEM=akasiv  ".
102900     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
103000/---------------------------------------------------------------*
103100* Konstanten                                                    *
103200*---------------------------------------------------------------*
103300 01  GS-KONSTANTEN.
103400     20 C-ANLASS-ANFORDERUNG      PIC X(001) VALUE "P".
103500     20 C-QUELLE-RPLSTORE         PIC X(001) VALUE "R".
103600     20 C-QUELLE-ROHTEXT          PIC X(001) VALUE "W".
103700     20 C-DATUM-MAX               PIC 9(008) VALUE 99999999.
103800     20 C-1                       PIC 9(001) VALUE 1.
103900/---------------------------------------------------------------*
104000* Meldungsgewichte, Verstaendigungsbereich, Siegelpruefung      *
104100*---------------------------------------------------------------*
104200  COPY DCTGRCGE.
104300  COPY CGSOVER.
104400  COPY CKAISIP.
104500  COPY CKAIRUN.
104600 01  H-RUN-ZAEHLER.
104700     05 H-RUN-ANZ-GELESEN         PIC 9(009) VALUE ZERO.
104800     05 H-RUN-ANZ-GESCHRIEBEN     PIC 9(009) VALUE ZERO.
104900     05 H-RUN-ANZ-FEHLER          PIC 9(009) VALUE ZERO.
105000 01  C-LAUFREGISTER-KONSTANTEN.
105100     05 C-01-INT-LAUF-START       PIC X(040) VALUE
105200                                  "01-INT-LAUF-START".
105300     05 C-01-INT-LAUF-ENDE        PIC X(040) VALUE
105400                                  "01-INT-LAUF-ENDE".
105500     05 C-RUN-PROGRAMM            PIC X(008) VALUE "AKASIV".
105600/---------------------------------------------------------------*
105700* Hilfsvariable                                                 *
105800*---------------------------------------------------------------*
105900 01  H-PARM-FS                    PIC X(002).
106000 01  H-LAUFDATUM                  PIC 9(008).
106100/****************************************************************
106200 PROCEDURE DIVISION.
106300*****************************************************************
106400 0000-MAINLINE SECTION.
106500 0000-MAINLINE-1001.
106600     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
106700     PERFORM 2000-PRUEFEN         THRU 2000-PRUEFEN-EXIT
106800     PERFORM 8100-LAUFREGISTER-ENDE
106900                              THRU 8100-LAUFREGISTER-ENDE-EXIT
107000     STOP RUN
107100     .
107200 0000-MAINLINE-1002.
107300     EXIT.
107400/---------------------------------------------------------------*
107500* Initialisierung: Zeitraum und Quelle aus SIVPARM (optional),  *
107600* sonst gesamter Bestand beider Quellen                         *
107700*---------------------------------------------------------------*
107800 1000-INITIALISIERUNG SECTION.
107900 1000-INITIALISIERUNG-1001.
108000     ACCEPT H-LAUFDATUM           FROM DATE YYYYMMDD
108100     INITIALIZE SIV-PARM-SATZ
108200     OPEN INPUT SIVPARM
108300     IF H-PARM-FS                 = "00"
108400     THEN
108500       READ SIVPARM
108600         AT END
108700           INITIALIZE SIV-PARM-SATZ
108800       END-READ
108900       CLOSE SIVPARM
109000     END-IF
109100     INITIALIZE KAISIP-EIN-AUSGABEBEREICH
109200     MOVE C-RUN-PROGRAMM          TO KAISIP-PROGRAMM
109300     MOVE C-ANLASS-ANFORDERUNG    TO KAISIP-ANLASS
109400     MOVE ZERO                    TO KAISIP-DATUM-VON
109500     MOVE C-DATUM-MAX             TO KAISIP-DATUM-BIS
109600     IF SIV-P-DATUM-VON           NUMERIC
109700     THEN
109800       MOVE SIV-P-DATUM-VON       TO KAISIP-DATUM-VON
109900     END-IF
110000     IF SIV-P-DATUM-BIS           NUMERIC
110100        AND SIV-P-DATUM-BIS       > ZERO
110200     THEN
110300       MOVE SIV-P-DATUM-BIS       TO KAISIP-DATUM-BIS
110400     END-IF
110500     IF SIV-P-QUELLE              = C-QUELLE-RPLSTORE
110600        OR SIV-P-QUELLE           = C-QUELLE-ROHTEXT
110700     THEN
110800       MOVE SIV-P-QUELLE          TO KAISIP-QUELLE
110900     ELSE
111000       MOVE SPACE                 TO KAISIP-QUELLE
111100     END-IF
111200     PERFORM 8000-LAUFREGISTER-START
111300                              THRU 8000-LAUFREGISTER-START-EXIT
111400     .
111500 1000-INITIALISIERUNG-1002.
111600 1000-INITIALISIERUNG-EXIT.
111700     EXIT.
111800/---------------------------------------------------------------*
111900* Siegelpruefung ausfuehren, Ergebnis fuer das Laufregister     *
112000*---------------------------------------------------------------*
112100 2000-PRUEFEN SECTION.
112200 2000-PRUEFEN-1001.
112300     CALL "AKASIP"
112400     USING KAISIP-EIN-AUSGABEBEREICH
112500           GSOVER-VERSTAENDIGUNGSBEREICH
112600     END-CALL
112700     MOVE KAISIP-ANZ-SIEGEL       TO H-RUN-ANZ-GELESEN
112800     COMPUTE H-RUN-ANZ-GESCHRIEBEN =
112900             KAISIP-ANZ-GLEICH + KAISIP-ANZ-PSEUDONYM
113000     COMPUTE H-RUN-ANZ-FEHLER     =
113100             KAISIP-ANZ-ABWEICHUNG + KAISIP-ANZ-INHALT-FEHLT
113200     IF KAISIP-VERAENDERT
113300        AND H-RUN-ANZ-FEHLER      = ZERO
113400     THEN
113500*      Pruefumfang zu gross: Lauf nicht als fehlerfrei melden
113600       MOVE C-1                   TO H-RUN-ANZ-FEHLER
113700     END-IF
113800     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
113900     .
114000 2000-PRUEFEN-1002.
114100 2000-PRUEFEN-EXIT.
114200     EXIT.
114300/---------------------------------------------------------------*
114400* Start im zentralen Laufregister melden                        *
114500*---------------------------------------------------------------*
114600 8000-LAUFREGISTER-START SECTION.
114700 8000-LAUFREGISTER-START-1001.
114800     MOVE C-01-INT-LAUF-START     TO KAIRUN-FUNKTION
114900     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
115000     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
115100     MOVE ZERO                    TO KAIRUN-ANZ-GELESEN
115200                                     KAIRUN-ANZ-GESCHRIEBEN
115300                                     KAIRUN-ANZ-FEHLER
115400     CALL "AKARUN"
115500     USING KAIRUN-EINGABEBEREICH
115600           GSOVER-VERSTAENDIGUNGSBEREICH
115700     END-CALL
115800     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
115900     .
116000 8000-LAUFREGISTER-START-1002.
116100 8000-LAUFREGISTER-START-EXIT.
116200     EXIT.
116300/---------------------------------------------------------------*
116400* Ende mit Kontrollsummen im zentralen Laufregister melden      *
116500*---------------------------------------------------------------*
116600 8100-LAUFREGISTER-ENDE SECTION.
116700 8100-LAUFREGISTER-ENDE-1001.
116800     MOVE C-01-INT-LAUF-ENDE      TO KAIRUN-FUNKTION
116900     MOVE C-RUN-PROGRAMM          TO KAIRUN-PROGRAMM
117000     MOVE H-LAUFDATUM             TO KAIRUN-LAUFDATUM
117100     MOVE H-RUN-ANZ-GELESEN       TO KAIRUN-ANZ-GELESEN
117200     MOVE H-RUN-ANZ-GESCHRIEBEN   TO KAIRUN-ANZ-GESCHRIEBEN
117300     MOVE H-RUN-ANZ-FEHLER        TO KAIRUN-ANZ-FEHLER
117400     CALL "AKARUN"
117500     USING KAIRUN-EINGABEBEREICH
117600           GSOVER-VERSTAENDIGUNGSBEREICH
117700     END-CALL
117800     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT
117900     .
118000 8100-LAUFREGISTER-ENDE-1002.
118100 8100-LAUFREGISTER-ENDE-EXIT.
118200     EXIT.
