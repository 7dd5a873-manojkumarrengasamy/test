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
000160*@Titel         : Jahresmappe Korrespondenzbanken
000160*@Elementname   : akakbr.cob
000160*@Elementtyp    : cob
000160*@Version       : k162-00001
000160*@Produkt       : ak
000160*@Liefertiefe   : nur_lesen
000160*@Kategorie     : sao
000160*@BatchDialog   : batch
000160*@Pruefe_aekz   : j
000160*@e_element_info
000160*
001000*@Title        : Jahresmappe Korrespondenzbanken           *
001100* Verfasser    : Klaus Lehmann                             *
001200* Erstelldatum : 15.10.2026                                *
001300*                                                          *
001400*@A-ELEMENTBESCHREIBUNG                                    *
001500* Modul-Beschreibung:                                      *
001600* ------------------                                       *
001700* Jahreslauf fuer die Ueberpruefung der Korrespondenz-     *
001800* bankbeziehungen durch Treasury. Je Korrespondent         *
001900* (Herkunft/BIC) und seinen Konten werden fuer das         *
002000* Berichtsjahr (KBRPARM, JJJJ) zusammengefuehrt:           *
002100* - Entgelte je Monat aus den aneinandergehaengten         *
002200*   Monatsberichten GBMAUS (Eingabe KBRGBM, AKAGBM),       *
002300* - Zinsdifferenzen je Quartal aus den Berichten ZSTAUS    *
002400*   (Eingabe KBRZST, AKAZST),                              *
002500* - fehlende Auszuege je Monat aus den Berichten MISAUS    *
002600*   (Eingabe KBRMIS, AKAMIS),                              *
002700* - Valutaansprueche an den Korrespondenten aus dem        *
002800*   Register KA03AKZF (AKAVSD/AKAZIF, Gegenpartei ueber    *
002900*   KA000AKGP), Kompensationsforderungen gegen uns aus     *
003000*   KA03AKVK (AKAVKP) und genehmigte Abschreibungen aus    *
003100*   KA03AKAB (Posten der Schliessung ueber AKA5OF),        *
003200* - Altersstruktur der offenen und in Klaerung             *
003300*   befindlichen Posten zum Stichtag (AKRS-Zeilenscan,     *
003400*   AKA5OF 01-STD-APO-LIST-SUCHE) und die groessten        *
003500*   offenen Posten je Konto (Anzahl aus KBRPARM).          *
003600* Die Konten werden aus KA03AKKTO vorbelegt; Konten, die   *
003700* nur in den Quellen vorkommen, werden ergaenzt. Der       *
003800* Bericht KBRAUS zeigt je Korrespondent und Konto den      *
003900* Monatsverlauf mit Jahressumme, die Altersstruktur und    *
004000* die groessten Posten, je Korrespondent abschliessend die *
004100* Servicequalitaet (Anzahl Auffaelligkeiten und Urteil     *
004200* A/B/C). Der Extrakt KBREXT (Semikolon-getrennt, Satzart  *
004300* M Monat, A Altersklasse, P Posten, Q Qualitaet) dient    *
004400* der maschinellen Weiterverarbeitung. Mit einer Herkunft  *
004500* in KBRPARM wird nur dieser Korrespondent ausgewertet.    *
004600*@E-ELEMENTBESCHREIBUNG                                    *
004700*                                                          *
004800*@A-COBOL-COPY                                             *
004900* Benoetigte COBOL-Copies:                                 *
005000* DCTGRCGE   : RETURNCODE GEWICHTE                         *
005100* CGSOVER    : VERSTAENDIGUNGSBEREICH                      *
005200* CGSTTAB    : TRANSIENTER BEREICH CGSTAB                  *
005300* CKAI0AKK   : EINGABEBEREICH KA000AKKTO                   *
005400* CKAO0AKK   : AUSGABEBEREICH KA000AKKTO                   *
005500* CKA0AKGP   : ZEILENSCAN KA000AKGP                        *
005600* CKA0AKZF   : ZEILENSCAN KA03AKZF                         *
005700* CKA0AKVK   : ZEILENSCAN KA03AKVK                         *
005800* CKA0AKAB   : ZEILENSCAN KA03AKAB                         *
005900* CKA0AKRS   : ZEILENSCAN KA000AKRS                        *
006000* CKAI5OF2   : EINGABEBEREICH AKA5OF                       *
006100* CKAI5OF3   : EINGABEBEREICH AKA5OF                       *
006200* CKAO5OF2   : AUSGABEBEREICH AKA5OF                       *
006300* DKAXIND    : INDICES AKA5OF                              *
006400* CKAXIND    : INDICES AKA5OF                              *
006500*@E-COBOL-COPY                                             *
006600*                                                          *
090000* AENDERUNGSPROTOKOLL:                                     *
090050* --------------------                                     *
090051* D01 R58802                                               *      D01
090052*     Neuanlage - Jahresmappe je Korrespondenzbank mit     *      D01
090053*     Monatsverlauf, groessten offenen Posten und          *      D01
090054*     Servicequalitaet als Bericht und Extrakt.            *      D01
090055*     Datum: 15.10.2026                          NKZ: KLM  *      D01
090056*                                                          *      D01
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
100300 PROGRAM-ID. AKAKBR.
100400 ENVIRONMENT DIVISION.
100500 CONFIGURATION SECTION.
100600 SPECIAL-NAMES.
100700     DECIMAL-POINT                IS COMMA.
100800 INPUT-OUTPUT SECTION.
100900 FILE-CONTROL.
101000     SELECT KBRPARM               ASSIGN TO "KBRPARM"
101100                                  ORGANIZATION IS LINE SEQUENTIAL.
101200     SELECT KBRGBM                ASSIGN TO "KBRGBM"
101300                                  ORGANIZATION IS LINE SEQUENTIAL.
101400     SELECT KBRZST                ASSIGN TO "KBRZST"
101500                                  ORGANIZATION IS LINE SEQUENTIAL.
101600     SELECT KBRMIS                ASSIGN TO "KBRMIS"
101700                                  ORGANIZATION IS LINE SEQUENTIAL.
101800     SELECT KBRAUS                ASSIGN TO "KBRAUS"
101900                                  ORGANIZATION IS LINE SEQUENTIAL.
102000     SELECT KBREXT                ASSIGN TO "KBREXT"
102100                                  ORGANIZATION IS LINE SEQUENTIAL.
102200 DATA DIVISION.
102300 FILE SECTION.
102400 FD  KBRPARM
102500     RECORDING MODE IS F.
102600 01  KBR-PARM-SATZ.
102700     05 KBR-P-JAHR                PIC 9(004).
102800     05 FILLER                    PIC X(001).
102900     05 KBR-P-HERKUNFT            PIC X(011).
103000     05 FILLER                    PIC X(001).
103100     05 KBR-P-TOP-N               PIC 9(002).
103200     05 FILLER                    PIC X(001).
103300     05 KBR-P-STICHTAG            PIC 9(008).
103400*    Zeilenaufbau GBM-DETAIL des Berichts GBMAUS
103500 FD  KBRGBM
103600     RECORDING MODE IS F.
103700 01  KBR-GBM-SATZ.
103800     05 KBR-G-MELDUNG             PIC X(012).
103900     05 FILLER                    PIC X(001).
104000     05 KBR-G-HERKUNFT            PIC X(011).
104100     05 FILLER                    PIC X(001).
104200     05 KBR-G-KONTO-ID            PIC X(035).
104300     05 FILLER                    PIC X(001).
104400     05 KBR-G-ANZAHL              PIC X(005).
104500     05 FILLER                    PIC X(001).
104600     05 KBR-G-SUMME-TEXT          PIC X(015).
104700     05 FILLER                    PIC X(001).
104800     05 KBR-G-VEREINBART-TEXT     PIC X(015).
104900     05 FILLER                    PIC X(001).
105000     05 KBR-G-MONAT.
105100        10 KBR-G-JAHR             PIC X(004).
105200        10 KBR-G-MM               PIC X(002).
105300     05 FILLER                    PIC X(035).
105400*    Zeilenaufbau ZST-DETAIL des Berichts ZSTAUS
105500 FD  KBRZST
105600     RECORDING MODE IS F.
105700 01  KBR-ZST-SATZ.
105800     05 KBR-Z-MELDUNG             PIC X(012).
105900     05 FILLER                    PIC X(001).
106000     05 KBR-Z-HERKUNFT            PIC X(011).
106100     05 FILLER                    PIC X(001).
106200     05 KBR-Z-KONTO-ID            PIC X(035).
106300     05 FILLER                    PIC X(001).
106400     05 KBR-Z-BERECHNET-TEXT      PIC X(015).
106500     05 FILLER                    PIC X(001).
106600     05 KBR-Z-IST-TEXT            PIC X(015).
106700     05 FILLER                    PIC X(001).
106800     05 KBR-Z-DIFFERENZ-TEXT      PIC X(015).
106900     05 FILLER                    PIC X(001).
107000     05 KBR-Z-WAEHRUNG            PIC X(003).
107100     05 FILLER                    PIC X(001).
107200     05 KBR-Z-DATUM-BIS.
107300        10 KBR-Z-JAHR             PIC X(004).
107400        10 KBR-Z-MM               PIC X(002).
107500        10 KBR-Z-TT               PIC X(002).
107600     05 FILLER                    PIC X(017).
107700*    Zeilenaufbau MIS-DETAIL des Berichts MISAUS
107800 FD  KBRMIS
107900     RECORDING MODE IS F.
108000 01  KBR-MIS-SATZ.
108100     05 KBR-M-LAUFDATUM.
108200        10 KBR-M-JAHR             PIC X(004).
108300        10 KBR-M-MM               PIC X(002).
108400        10 KBR-M-TT               PIC X(002).
108500     05 FILLER                    PIC X(001).
108600     05 KBR-M-HERKUNFT            PIC X(011).
108700     05 FILLER                    PIC X(001).
108800     05 KBR-M-KONTO-ID            PIC X(035).
108900     05 FILLER                    PIC X(001).
109000     05 KBR-M-LIEFERPLAN          PIC X(001).
109100     05 FILLER                    PIC X(001).
109200     05 KBR-M-DATUM-LE-AUSZUG     PIC X(008).
109300     05 FILLER                    PIC X(001).
109400     05 KBR-M-WAEHRUNG            PIC X(003).
109500     05 FILLER                    PIC X(029).
109600 FD  KBRAUS
109700     RECORDING MODE IS F.
109800 01  KBR-DRUCKZEILE               PIC X(150).
109900 FD  KBREXT
110000     RECORDING MODE IS F.
110100 01  KBR-EXTRAKTZEILE             PIC X(200).
110200*---------------------------------------------------------------*
110300* WORKING-STORAGE-Section                                       *
110400*---------------------------------------------------------------*
110500 WORKING-STORAGE SECTION.
110600 01  VERS-INF.
110700     05  FILLER PIC X(13) VALUE "ELEM=akakbr  ".
110800     05  FILLER PIC X(15) VALUE "VERS=k162-00001".
110900/---------------------------------------------------------------*
111000* Konstanten                                                    *
111100*---------------------------------------------------------------*
111200 01  GS-KONSTANTEN.
111300     20 C-KONFIG-ID-KA            PIC X(002) VALUE "KA".
111400     20 C-AKAKBR                  PIC X(006) VALUE "AKAKBR".
111500     20 C-OBJEKT-TAB-KA03AKKTO    PIC X(009) VALUE "KA03AKKTO".
111600     20 C-OBJEKT-TAB-KA000AKGP    PIC X(009) VALUE "KA000AKGP".
111700     20 C-OBJEKT-TAB-KA03AKZF     PIC X(009) VALUE "KA03AKZF".
111800     20 C-OBJEKT-TAB-KA03AKVK     PIC X(009) VALUE "KA03AKVK".
111900     20 C-OBJEKT-TAB-KA03AKAB     PIC X(009) VALUE "KA03AKAB".
112000     20 C-OBJEKT-TAB-KA03AKRS     PIC X(009) VALUE "KA03AKRS".
112100     20 C-TAB-LESEN-ZEILE         PIC X(040) VALUE "LESEN-ZEILE".
112200     20 C-01-STD-APO-LIST-SUCHE   PIC X(040)
112300                                  VALUE "01-STD-APO-LIST-SUCHE".
112400     20 C-01-STD-APO-LIST-Z-SCH   PIC X(040)
112500                                  VALUE "01-STD-APO-LIST-Z-SCH".
112600     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
112700     20 C-N                       PIC X(001) VALUE "N".
112800     20 C-J                       PIC X(001) VALUE "J".
112900     20 C-ANZ-TREFFER             PIC 9(003) VALUE 200.
113000     20 C-TECHNIK-KZ              PIC X(001) VALUE "T".
113100     20 C-MAX-KONTEN              PIC 9(003) VALUE 300.
113200     20 C-MAX-GP                  PIC 9(003) VALUE 500.
113300     20 C-STD-TOP-N               PIC 9(002) VALUE 5.
113400     20 C-MAX-TOP-N               PIC 9(002) VALUE 10.
113500*    Servicequalitaet: bis C-GRENZE-B Auffaelligkeiten Urteil B,
113600*    darueber C, ohne Auffaelligkeit A
113700     20 C-GRENZE-B                PIC 9(003) VALUE 5.
113800 01  C-STATUSWERTE.
113900     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
114000     05 C-STATUS-KLAERUNG         PIC 9(001) VALUE 3.
114100 01  C-MELDUNGEN.
114200     05 C-MELD-UEBER-VEREIN       PIC X(012) VALUE "UEBER-VEREIN".
114300     05 C-MELD-OHNE-VEREINB       PIC X(012) VALUE "OHNE-VEREINB".
114400     05 C-MELD-IM-RAHMEN          PIC X(012) VALUE "IM-RAHMEN   ".
114500     05 C-MELD-DIFFERENZ          PIC X(012) VALUE "DIFFERENZ   ".
114600     05 C-MELD-OHNE-SATZ          PIC X(012) VALUE "OHNE-SATZ   ".
114700 01  C-TEXTE.
114800     05 C-TEXT-TITEL              PIC X(040) VALUE
114900        "JAHRESMAPPE KORRESPONDENZBANK".
115000     05 C-TEXT-JAHR               PIC X(005) VALUE "JAHR ".
115100     05 C-TEXT-AL-1               PIC X(040) VALUE
115200        "OFFENE POSTEN 000-030 TAGE".
115300     05 C-TEXT-AL-2               PIC X(040) VALUE
115400        "OFFENE POSTEN 031-060 TAGE".
115500     05 C-TEXT-AL-3               PIC X(040) VALUE
115600        "OFFENE POSTEN 061-090 TAGE".
115700     05 C-TEXT-AL-4               PIC X(040) VALUE
115800        "OFFENE POSTEN UEBER 090 TAGE".
115900     05 C-TEXT-Q-TITEL            PIC X(040) VALUE
116000        "SERVICEQUALITAET".
116100     05 C-TEXT-Q-MIS              PIC X(040) VALUE
116200        "FEHLENDE AUSZUEGE".
116300     05 C-TEXT-Q-GEB-UEBER        PIC X(040) VALUE
116400        "MONATE ENTGELT UEBER VEREINBARUNG".
116500     05 C-TEXT-Q-GEB-OHNE         PIC X(040) VALUE
116600        "MONATE ENTGELT OHNE VEREINBARUNG".
116700     05 C-TEXT-Q-ZINS             PIC X(040) VALUE
116800        "ZINSDIFFERENZEN".
116900     05 C-TEXT-Q-VSD              PIC X(040) VALUE
117000        "VALUTAANSPRUECHE AN DEN KORRESPONDENTEN".
117100     05 C-TEXT-Q-VSD-OFFEN        PIC X(040) VALUE
117200        "DAVON UNBEZAHLT".
117300     05 C-TEXT-Q-VK               PIC X(040) VALUE
117400        "KOMPENSATIONSFORDERUNGEN GEGEN UNS".
117500     05 C-TEXT-Q-AB               PIC X(040) VALUE
117600        "ABSCHREIBUNGEN".
117700     05 C-TEXT-Q-UEBER-90         PIC X(040) VALUE
117800        "OFFENE POSTEN UEBER 90 TAGE".
117900     05 C-TEXT-Q-URTEIL           PIC X(040) VALUE
118000        "AUFFAELLIGKEITEN / URTEIL".
118100     05 C-TEXT-ANZ-KONTEN         PIC X(040) VALUE
118200        "AUSGEWERTETE KONTEN".
118300     05 C-TEXT-ANZ-KORRESPONDENT  PIC X(040) VALUE
118400        "AUSGEWERTETE KORRESPONDENTEN".
118500     05 C-TEXT-ANZ-UEBERLAUF      PIC X(040) VALUE
118600        "NICHT AUFGENOMMEN (TABELLE VOLL)".
118700/---------------------------------------------------------------*
118800* Formatzeilen Berichtsdatei KBRAUS                             *
118900*---------------------------------------------------------------*
119000 01  KBR-TITEL.
119100     05 KBR-T-TEXT                PIC X(040).
119200     05 FILLER                    PIC X(001) VALUE SPACE.
119300     05 KBR-T-JAHR                PIC 9(004).
119400     05 FILLER                    PIC X(001) VALUE SPACE.
119500     05 KBR-T-HERKUNFT            PIC X(011).
119600     05 FILLER                    PIC X(001) VALUE SPACE.
119700     05 KBR-T-NAME                PIC X(040).
119800     05 FILLER                    PIC X(052) VALUE SPACE.
119900 01  KBR-KONTOKOPF.
120000     05 FILLER                    PIC X(008) VALUE "KONTO   ".
120100     05 KBR-KK-KONTO-ID           PIC X(035).
120200     05 FILLER                    PIC X(001) VALUE SPACE.
120300     05 KBR-KK-WAEHRUNG           PIC X(003).
120400     05 FILLER                    PIC X(103) VALUE SPACE.
120500 01  KBR-SPALTEN.
120600     05 FILLER                    PIC X(006) VALUE "MONAT ".
120700     05 FILLER                    PIC X(018) VALUE
120800        "         ENTGELTE ".
120900     05 FILLER                    PIC X(007) VALUE " E FEHL".
121000     05 FILLER                    PIC X(018) VALUE
121100        "    ZINSDIFFERENZ ".
121200     05 FILLER                    PIC X(019) VALUE
121300        "Z    VALUTAANSPR. ".
121400     05 FILLER                    PIC X(020) VALUE
121500        "KOMP   KOMP.ANERK.  ".
121600     05 FILLER                    PIC X(024) VALUE
121700        "ABSCH       ABSCHREIBUNG".
121800     05 FILLER                    PIC X(038) VALUE SPACE.
121900 01  KBR-MONATSZEILE.
122000     05 KBR-MZ-MONAT              PIC X(005).
122100     05 FILLER                    PIC X(001) VALUE SPACE.
122200     05 KBR-MZ-ENTGELT            PIC -(013)9,99.
122300     05 FILLER                    PIC X(001) VALUE SPACE.
122400     05 KBR-MZ-ENTGELT-KZ         PIC X(001).
122500     05 FILLER                    PIC X(001) VALUE SPACE.
122600     05 KBR-MZ-ANZ-FEHLT          PIC ZZZ9.
122700     05 FILLER                    PIC X(001) VALUE SPACE.
122800     05 KBR-MZ-ZINSDIFFERENZ      PIC -(013)9,99.
122900     05 FILLER                    PIC X(001) VALUE SPACE.
123000     05 KBR-MZ-ZINS-KZ            PIC X(001).
123100     05 FILLER                    PIC X(001) VALUE SPACE.
123200     05 KBR-MZ-VSD-BETRAG         PIC -(013)9,99.
123300     05 FILLER                    PIC X(001) VALUE SPACE.
123400     05 KBR-MZ-VK-ANZAHL          PIC ZZZ9.
123500     05 FILLER                    PIC X(001) VALUE SPACE.
123600     05 KBR-MZ-VK-ANERKANNT       PIC Z(012)9,99.
123700     05 FILLER                    PIC X(001) VALUE SPACE.
123800     05 KBR-MZ-AB-ANZAHL          PIC ZZZ9.
123900     05 FILLER                    PIC X(001) VALUE SPACE.
124000     05 KBR-MZ-AB-BETRAG          PIC -(013)9,99.
124100     05 FILLER                    PIC X(034) VALUE SPACE.
124200 01  KBR-ALTERSZEILE.
124300     05 KBR-AZ-TEXT               PIC X(040).
124400     05 FILLER                    PIC X(001) VALUE SPACE.
124500     05 KBR-AZ-ANZAHL             PIC Z(006)9.
124600     05 FILLER                    PIC X(001) VALUE SPACE.
124700     05 KBR-AZ-SUMME              PIC -(015)9,99.
124800     05 FILLER                    PIC X(082) VALUE SPACE.
124900 01  KBR-POSTENZEILE.
125000     05 FILLER                    PIC X(006) VALUE "  RANG".
125100     05 KBR-PZ-RANG               PIC Z9.
125200     05 FILLER                    PIC X(001) VALUE SPACE.
125300     05 KBR-PZ-AK-NUMMER          PIC 9(005).
125400     05 FILLER                    PIC X(001) VALUE SPACE.
125500     05 KBR-PZ-AUSZUGSDATUM       PIC 9(008).
125600     05 FILLER                    PIC X(001) VALUE SPACE.
125700     05 KBR-PZ-AUSZUGSNUMMER      PIC 9(005).
125800     05 FILLER                    PIC X(001) VALUE SPACE.
125900     05 KBR-PZ-AUSZUG-FNR         PIC 9(005).
126000     05 FILLER                    PIC X(001) VALUE SPACE.
126100     05 KBR-PZ-LFD-NR-APO         PIC 9(007).
126200     05 FILLER                    PIC X(001) VALUE SPACE.
126300     05 KBR-PZ-STATUS             PIC 9(001).
126400     05 FILLER                    PIC X(001) VALUE SPACE.
126500     05 KBR-PZ-VALUTA             PIC 9(008).
126600     05 FILLER                    PIC X(001) VALUE SPACE.
126700     05 KBR-PZ-TAGE               PIC Z(004)9.
126800     05 FILLER                    PIC X(001) VALUE SPACE.
126900     05 KBR-PZ-BETRAG             PIC -(015)9,99.
127000     05 FILLER                    PIC X(070) VALUE SPACE.
127100 01  KBR-QUALITAETSZEILE.
127200     05 KBR-QZ-TEXT               PIC X(040).
127300     05 FILLER                    PIC X(001) VALUE SPACE.
127400     05 KBR-QZ-ANZAHL             PIC Z(006)9.
127500     05 FILLER                    PIC X(001) VALUE SPACE.
127600     05 KBR-QZ-URTEIL             PIC X(001).
127700     05 FILLER                    PIC X(100) VALUE SPACE.
127800 01  KBR-PROTOKOLL.
127900     05 KBR-R-TEXT                PIC X(040).
128000     05 FILLER                    PIC X(001) VALUE SPACE.
128100     05 KBR-R-JAHR                PIC 9(004).
128200     05 FILLER                    PIC X(001) VALUE SPACE.
128300     05 KBR-R-ANZAHL              PIC Z(006)9.
128400     05 FILLER                    PIC X(097) VALUE SPACE.
128500/---------------------------------------------------------------*
128600* Formatzeilen Extraktdatei KBREXT (Semikolon-getrennt)         *
128700*---------------------------------------------------------------*
128800 01  KBR-EXT-KOPF.
128900     05 KBR-EK-JAHR               PIC 9(004).
129000     05 FILLER                    PIC X(001) VALUE ";".
129100     05 KBR-EK-SATZART            PIC X(001).
129200     05 FILLER                    PIC X(001) VALUE ";".
129300     05 KBR-EK-HERKUNFT           PIC X(011).
129400     05 FILLER                    PIC X(001) VALUE ";".
129500     05 KBR-EK-KONTO-ID           PIC X(035).
129600     05 FILLER                    PIC X(001) VALUE ";".
129700     05 KBR-EK-WAEHRUNG           PIC X(003).
129800     05 FILLER                    PIC X(001) VALUE ";".
129900 01  KBR-EXT-MONAT.
130000     05 KBR-EM-MONAT              PIC 9(002).
130100     05 FILLER                    PIC X(001) VALUE ";".
130200     05 KBR-EM-ENTGELT            PIC -(013)9,99.
130300     05 FILLER                    PIC X(001) VALUE ";".
130400     05 KBR-EM-ENTGELT-KZ         PIC X(001).
130500     05 FILLER                    PIC X(001) VALUE ";".
130600     05 KBR-EM-ANZ-FEHLT          PIC 9(003).
130700     05 FILLER                    PIC X(001) VALUE ";".
130800     05 KBR-EM-ZINSDIFFERENZ      PIC -(013)9,99.
130900     05 FILLER                    PIC X(001) VALUE ";".
131000     05 KBR-EM-ZINS-KZ            PIC X(001).
131100     05 FILLER                    PIC X(001) VALUE ";".
131200     05 KBR-EM-VSD-BETRAG         PIC -(013)9,99.
131300     05 FILLER                    PIC X(001) VALUE ";".
131400     05 KBR-EM-VK-ANZAHL          PIC 9(003).
131500     05 FILLER                    PIC X(001) VALUE ";".
131600     05 KBR-EM-VK-ANERKANNT       PIC Z(012)9,99.
131700     05 FILLER                    PIC X(001) VALUE ";".
131800     05 KBR-EM-AB-ANZAHL          PIC 9(003).
131900     05 FILLER                    PIC X(001) VALUE ";".
132000     05 KBR-EM-AB-BETRAG          PIC -(013)9,99.
132100     05 FILLER                    PIC X(011) VALUE SPACE.
132200 01  KBR-EXT-ALTER.
132300     05 KBR-EA-KLASSE             PIC 9(001).
132400     05 FILLER                    PIC X(001) VALUE ";".
132500     05 KBR-EA-ANZAHL             PIC 9(007).
132600     05 FILLER                    PIC X(001) VALUE ";".
132700     05 KBR-EA-SUMME              PIC -(015)9,99.
132800     05 FILLER                    PIC X(071) VALUE SPACE.
132900 01  KBR-EXT-POSTEN.
133000     05 KBR-EP-RANG               PIC 9(002).
133100     05 FILLER                    PIC X(001) VALUE ";".
133200     05 KBR-EP-AK-NUMMER          PIC 9(005).
133300     05 FILLER                    PIC X(001) VALUE ";".
133400     05 KBR-EP-AUSZUGSDATUM       PIC 9(008).
133500     05 FILLER                    PIC X(001) VALUE ";".
133600     05 KBR-EP-AUSZUGSNUMMER      PIC 9(005).
133700     05 FILLER                    PIC X(001) VALUE ";".
133800     05 KBR-EP-AUSZUG-FNR         PIC 9(005).
133900     05 FILLER                    PIC X(001) VALUE ";".
134000     05 KBR-EP-LFD-NR-APO         PIC 9(007).
134100     05 FILLER                    PIC X(001) VALUE ";".
134200     05 KBR-EP-STATUS             PIC 9(001).
134300     05 FILLER                    PIC X(001) VALUE ";".
134400     05 KBR-EP-VALUTA             PIC 9(008).
134500     05 FILLER                    PIC X(001) VALUE ";".
134600     05 KBR-EP-TAGE               PIC 9(005).
134700     05 FILLER                    PIC X(001) VALUE ";".
134800     05 KBR-EP-BETRAG             PIC -(015)9,99.
134900     05 FILLER                    PIC X(017) VALUE SPACE.
135000 01  KBR-EXT-QUALITAET.
135100     05 KBR-EQ-ANZ-FEHLT          PIC 9(005).
135200     05 FILLER                    PIC X(001) VALUE ";".
135300     05 KBR-EQ-GEB-UEBER          PIC 9(005).
135400     05 FILLER                    PIC X(001) VALUE ";".
135500     05 KBR-EQ-GEB-OHNE           PIC 9(005).
135600     05 FILLER                    PIC X(001) VALUE ";".
135700     05 KBR-EQ-ZINS               PIC 9(005).
135800     05 FILLER                    PIC X(001) VALUE ";".
135900     05 KBR-EQ-VSD                PIC 9(005).
136000     05 FILLER                    PIC X(001) VALUE ";".
136100     05 KBR-EQ-VSD-OFFEN          PIC 9(005).
136200     05 FILLER                    PIC X(001) VALUE ";".
136300     05 KBR-EQ-VK                 PIC 9(005).
136400     05 FILLER                    PIC X(001) VALUE ";".
136500     05 KBR-EQ-AB                 PIC 9(005).
136600     05 FILLER                    PIC X(001) VALUE ";".
136700     05 KBR-EQ-UEBER-90           PIC 9(007).
136800     05 FILLER                    PIC X(001) VALUE ";".
136900     05 KBR-EQ-SUMME              PIC 9(007).
137000     05 FILLER                    PIC X(001) VALUE ";".
137100     05 KBR-EQ-URTEIL             PIC X(001).
137200     05 FILLER                    PIC X(027) VALUE SPACE.
137300/---------------------------------------------------------------*
137400* Kontentabelle je Herkunft, Konto-ID und Waehrung, aufsteigend *
137500* nach diesem Schluessel gefuehrt                               *
137600*---------------------------------------------------------------*
137700 01  KBR-KONTEN-TABELLE.
137800     05 KBR-ANZ-KONTEN            PIC 9(003) COMP-3 VALUE ZERO.
137900     05 KBR-KONTO                 OCCURS 301.
138000        10 KBR-K-SCHLUESSEL.
138100           15 KBR-K-HERKUNFT      PIC X(011).
138200           15 KBR-K-KONTO-ID      PIC X(035).
138300           15 KBR-K-WAEHRUNG      PIC X(003).
138400        10 KBR-K-ANZ-VSD-OFFEN    PIC 9(005) COMP-3.
138500        10 KBR-K-MONAT            OCCURS 12.
138600           15 KBR-KM-ENTGELT      PIC S9(013)V9(002) COMP-3.
138700           15 KBR-KM-ENTGELT-KZ   PIC X(001).
138800              88 KBR-KM-GEB-UEBER VALUE "U".
138900              88 KBR-KM-GEB-OHNE  VALUE "O".
139000              88 KBR-KM-GEB-RAHMEN
139100                                  VALUE "R".
139200           15 KBR-KM-ANZ-FEHLT    PIC 9(003) COMP-3.
139300           15 KBR-KM-ZINSDIFFERENZ
139400                                  PIC S9(013)V9(002) COMP-3.
139500           15 KBR-KM-ZINS-KZ      PIC X(001).
139600              88 KBR-KM-ZINS-DIFFERENZ
139700                                  VALUE "D".
139800              88 KBR-KM-ZINS-RAHMEN
139900                                  VALUE "R".
140000              88 KBR-KM-ZINS-OHNE-SATZ
140100                                  VALUE "S".
140200           15 KBR-KM-ANZ-VSD      PIC 9(003) COMP-3.
140300           15 KBR-KM-VSD-BETRAG   PIC S9(013)V9(002) COMP-3.
140400           15 KBR-KM-VK-ANZAHL    PIC 9(003) COMP-3.
140500           15 KBR-KM-VK-ANERKANNT PIC 9(013)V9(002) COMP-3.
140600           15 KBR-KM-AB-ANZAHL    PIC 9(003) COMP-3.
140700           15 KBR-KM-AB-BETRAG    PIC S9(013)V9(002) COMP-3.
140800        10 KBR-K-ALTERSKLASSE     OCCURS 4.
140900           15 KBR-KA-ANZAHL       PIC 9(007) COMP-3.
141000           15 KBR-KA-SUMME        PIC S9(015)V9(003) COMP-3.
141100        10 KBR-K-ANZ-TOP          PIC 9(002) COMP-3.
141200        10 KBR-K-TOP              OCCURS 10.
141300           15 KBR-KT-AK-NUMMER    PIC 9(005).
141400           15 KBR-KT-AUSZUGSDATUM PIC 9(008).
141500           15 KBR-KT-AUSZUGSNUMMER
141600                                  PIC 9(005).
141700           15 KBR-KT-AUSZUG-FNR   PIC 9(005).
141800           15 KBR-KT-LFD-NR-APO   PIC 9(007).
141900           15 KBR-KT-STATUS       PIC 9(001).
142000           15 KBR-KT-VALUTA       PIC 9(008).
142100           15 KBR-KT-TAGE         PIC 9(005) COMP-3.
142200           15 KBR-KT-BETRAG       PIC S9(013)V9(003) COMP-3.
142300           15 KBR-KT-BETRAG-ABS   PIC 9(013)V9(003) COMP-3.
142400/---------------------------------------------------------------*
142500* Gegenpartei-Stamm KA000AKGP                                   *
142600*---------------------------------------------------------------*
142700 01  KBR-GP-TABELLE.
142800     05 KBR-ANZ-GP                PIC 9(003) COMP-3 VALUE ZERO.
142900     05 KBR-GP                    OCCURS 500.
143000        10 KBR-GP-GP-ID            PIC X(008).
143100        10 KBR-GP-BIC              PIC X(011).
143200        10 KBR-GP-KONTO-ID        PIC X(035).
143300        10 KBR-GP-NAME             PIC X(040).
143400/---------------------------------------------------------------*
143500* Meldungsgewichte, Verstaendigungsbereich, Schnittstellen      *
143600*---------------------------------------------------------------*
143700  COPY DCTGRCGE.
143800  COPY CGSOVER.
143900  COPY CGSTTAB.
144000  COPY CKAI0AKK.
144100  COPY CKAO0AKK.
144200  COPY CKA0AKGP.
144300  COPY CKA0AKZF.
144400  COPY CKA0AKVK.
144500  COPY CKA0AKAB.
144600  COPY CKA0AKRS.
144700  COPY DKAXIND.
144800  COPY CKAXIND.
144900  COPY CKAI5OF2.
145000  COPY CKAI5OF3.
145100  COPY CKAO5OF2.
145200 01  DUMMY                        PIC X(001).
145300/---------------------------------------------------------------*
145400* Hilfsvariable                                                 *
145500*---------------------------------------------------------------*
145600 01  H-LFD-ZEILE                  PIC 9(009) COMP-3.
145700 01  H-NAECHSTE-ZEILE             PIC 9(009) COMP-3.
145800 01  H-ZEILE-STATUS               PIC X(001).
145900     88 ZEILE-GEFUNDEN            VALUE "J".
146000     88 ZEILE-N-GEFUNDEN          VALUE "N".
146100 01  H-DATEI-STATUS               PIC X(001).
146200     88 DATEI-WEITER              VALUE "J".
146300     88 DATEI-ENDE                VALUE "N".
146400 01  H-SEITE-STATUS               PIC X(001).
146500     88 SEITE-WEITER              VALUE "J".
146600     88 SEITE-FERTIG              VALUE "N".
146700 01  H-SCHIEBEN-STATUS            PIC X(001).
146800     88 SCHIEBEN-WEITER           VALUE "J".
146900     88 SCHIEBEN-FERTIG           VALUE "N".
147000 01  H-JAHR                       PIC 9(004).
147100 01  H-HEUTE                      PIC 9(008).
147200 01  H-STICHTAG                   PIC 9(008).
147300 01  H-TOP-N                      PIC 9(002).
147400 01  H-STATUS                     PIC 9(001).
147500 01  H-MONAT-TEXT                 PIC X(002).
147600 01  H-MONAT                      PIC 9(002).
147700 01  H-INDEX                      PIC 9(003) COMP-3.
147800 01  H-K-IND                      PIC 9(003) COMP-3.
147900 01  H-GP-IND                     PIC 9(003) COMP-3.
148000 01  H-SUCH-IND                   PIC 9(003) COMP-3.
148100 01  H-VG-IND                     PIC 9(003) COMP-3.
148200 01  H-M-IND                      PIC 9(002) COMP-3.
148300 01  H-A-IND                      PIC 9(001) COMP-3.
148400 01  H-T-IND                      PIC 9(002) COMP-3.
148500 01  H-TAGE                       PIC S9(005) COMP-3.
148600 01  H-BEZUGSDATUM                PIC 9(008).
148700 01  H-BETRAG-TEXT                PIC X(015).
148800 01  H-BETRAG                     PIC S9(013)V9(002) COMP-3.
148900 01  H-BETRAG-ABS                 PIC 9(013)V9(003) COMP-3.
149000 01  H-AB-SUMME                   PIC S9(013)V9(002) COMP-3.
149100 01  H-ANZ-KONTEN                 PIC 9(007) COMP-3.
149200 01  H-ANZ-KORRESPONDENT          PIC 9(007) COMP-3.
149300 01  H-ANZ-UEBERLAUF              PIC 9(007) COMP-3.
149400*    Suchschluessel der Kontentabelle; Waehrung SPACE = erstes
149500*    Konto der Herkunft/Konto-ID gleich welcher Waehrung
149600 01  H-SUCHE.
149700     05 H-SU-HERKUNFT             PIC X(011).
149800     05 H-SU-KONTO-ID             PIC X(035).
149900     05 H-SU-WAEHRUNG             PIC X(003).
150000 01  H-ANLEGEN-KZ                 PIC X(001).
150100     88 KONTO-ANLEGEN             VALUE "J".
150200     88 KONTO-N-ANLEGEN           VALUE "N".
150300 01  H-HERKUNFT-ALT               PIC X(011).
150400/---------------------------------------------------------------*
150500* Summen je Konto (Jahr) und Servicequalitaet je Korrespondent  *
150600*---------------------------------------------------------------*
150700 01  H-JAHRESSUMMEN.
150800     05 H-J-ENTGELT               PIC S9(013)V9(002) COMP-3.
150900     05 H-J-ANZ-FEHLT             PIC 9(005) COMP-3.
151000     05 H-J-ZINSDIFFERENZ         PIC S9(013)V9(002) COMP-3.
151100     05 H-J-VSD-BETRAG            PIC S9(013)V9(002) COMP-3.
151200     05 H-J-VK-ANZAHL             PIC 9(005) COMP-3.
151300     05 H-J-VK-ANERKANNT          PIC 9(013)V9(002) COMP-3.
151400     05 H-J-AB-ANZAHL             PIC 9(005) COMP-3.
151500     05 H-J-AB-BETRAG             PIC S9(013)V9(002) COMP-3.
151600 01  H-QUALITAET.
151700     05 H-Q-ANZ-FEHLT             PIC 9(005) COMP-3.
151800     05 H-Q-GEB-UEBER             PIC 9(005) COMP-3.
151900     05 H-Q-GEB-OHNE              PIC 9(005) COMP-3.
152000     05 H-Q-ZINS                  PIC 9(005) COMP-3.
152100     05 H-Q-VSD                   PIC 9(005) COMP-3.
152200     05 H-Q-VSD-OFFEN             PIC 9(005) COMP-3.
152300     05 H-Q-VK                    PIC 9(005) COMP-3.
152400     05 H-Q-AB                    PIC 9(005) COMP-3.
152500     05 H-Q-UEBER-90              PIC 9(007) COMP-3.
152600     05 H-Q-SUMME                 PIC 9(007) COMP-3.
152700 01  H-URTEIL                     PIC X(001).
152800/****************************************************************
152900 PROCEDURE DIVISION.
153000*****************************************************************
153100 0000-MAINLINE SECTION.
153200 0000-MAINLINE-1001.
153300     PERFORM 1000-INITIALISIERUNG THRU 1000-INITIALISIERUNG-EXIT
153400     PERFORM 1500-GP-LADEN        THRU 1500-GP-LADEN-EXIT
153500     PERFORM 1600-KONTEN-LADEN    THRU 1600-KONTEN-LADEN-EXIT
153600     PERFORM 2000-ENTGELTE        THRU 2000-ENTGELTE-EXIT
153700     PERFORM 2100-ZINSEN          THRU 2100-ZINSEN-EXIT
153800     PERFORM 2200-FEHLENDE-AUSZUEGE
153900                                  THRU 2200-FEHLENDE-AUSZUEGE-EXIT
154000     PERFORM 3000-VALUTAANSPRUECHE
154100                                  THRU 3000-VALUTAANSPRUECHE-EXIT
154200     PERFORM 3100-KOMPENSATIONEN  THRU 3100-KOMPENSATIONEN-EXIT
154300     PERFORM 3200-ABSCHREIBUNGEN  THRU 3200-ABSCHREIBUNGEN-EXIT
154400     PERFORM 4000-OFFENE-POSTEN   THRU 4000-OFFENE-POSTEN-EXIT
154500     PERFORM 5000-MAPPE           THRU 5000-MAPPE-EXIT
154600     PERFORM 9000-PROTOKOLL       THRU 9000-PROTOKOLL-EXIT
154700     PERFORM 9999-EXIT            THRU 9999-EXIT-EXIT
154800     STOP RUN
154900     .
155000 0000-MAINLINE-1002.
155100     EXIT.
155200/---------------------------------------------------------------*
155300* Initialisierung, Vorbelegung fehlender Parameter: Vorjahr,    *
155400* Stichtag heute, Anzahl groesster Posten                       *
155500*---------------------------------------------------------------*
155600 1000-INITIALISIERUNG SECTION.
155700 1000-INITIALISIERUNG-1001.
155800     OPEN INPUT  KBRPARM
155900     OPEN OUTPUT KBRAUS
156000     OPEN OUTPUT KBREXT
156100     READ KBRPARM
156200       AT END
156300         MOVE ZERO                TO KBR-P-JAHR
156400         MOVE SPACE               TO KBR-P-HERKUNFT
156500         MOVE ZERO                TO KBR-P-TOP-N
156600                                     KBR-P-STICHTAG
156700     END-READ
156800     MOVE D-KAXIND-INDICES        TO KAXIND-INDICES
156900     MOVE ZERO                    TO H-ANZ-KONTEN
157000                                     H-ANZ-KORRESPONDENT
157100                                     H-ANZ-UEBERLAUF
157200     ACCEPT H-HEUTE               FROM DATE YYYYMMDD
157300     IF KBR-P-JAHR                NUMERIC
157400        AND KBR-P-JAHR            NOT = ZERO
157500     THEN
157600       MOVE KBR-P-JAHR            TO H-JAHR
157700     ELSE
157800       MOVE H-HEUTE (1:4)         TO H-JAHR
157900       SUBTRACT 1                 FROM H-JAHR
158000     END-IF
158100     IF KBR-P-TOP-N               NUMERIC
158200        AND KBR-P-TOP-N           NOT = ZERO
158300     THEN
158400       MOVE KBR-P-TOP-N           TO H-TOP-N
158500     ELSE
158600       MOVE C-STD-TOP-N           TO H-TOP-N
158700     END-IF
158800     IF H-TOP-N                   > C-MAX-TOP-N
158900     THEN
159000       MOVE C-MAX-TOP-N           TO H-TOP-N
159100     END-IF
159200     IF KBR-P-STICHTAG            NUMERIC
159300        AND KBR-P-STICHTAG        NOT = ZERO
159400     THEN
159500       MOVE KBR-P-STICHTAG        TO H-STICHTAG
159600     ELSE
159700       MOVE H-HEUTE               TO H-STICHTAG
159800     END-IF
159900     .
160000 1000-INITIALISIERUNG-1002.
160100 1000-INITIALISIERUNG-EXIT.
160200     EXIT.
160300/---------------------------------------------------------------*
160400* Gegenpartei-Stamm KA000AKGP in die Arbeitstabelle laden       *
160500*---------------------------------------------------------------*
160600 1500-GP-LADEN SECTION.
160700 1500-GP-LADEN-1001.
160800     MOVE C-1                     TO H-LFD-ZEILE
160900     PERFORM 1510-LESEN-GP-ZEILE  THRU 1510-LESEN-GP-ZEILE-EXIT
161000     PERFORM UNTIL ZEILE-N-GEFUNDEN
161100       IF KBR-ANZ-GP              < C-MAX-GP
161200       THEN
161300         ADD C-1                  TO KBR-ANZ-GP
161400         MOVE KA0AKGP-GP-ID       TO KBR-GP-GP-ID (KBR-ANZ-GP)
161500         MOVE KA0AKGP-BIC         TO KBR-GP-BIC (KBR-ANZ-GP)
161600         MOVE KA0AKGP-KONTO-ID    TO KBR-GP-KONTO-ID (KBR-ANZ-GP)
161700         MOVE KA0AKGP-NAME        TO KBR-GP-NAME (KBR-ANZ-GP)
161800       END-IF
161900       ADD C-1                    TO H-LFD-ZEILE
162000       PERFORM 1510-LESEN-GP-ZEILE
162100                                THRU 1510-LESEN-GP-ZEILE-EXIT
162200     END-PERFORM
162300     .
162400 1500-GP-LADEN-1002.
162500 1500-GP-LADEN-EXIT.
162600     EXIT.
162700/---------------------------------------------------------------*
162800* Zeile aus KA000AKGP lesen                                     *
162900*---------------------------------------------------------------*
163000 1510-LESEN-GP-ZEILE SECTION.
163100 1510-LESEN-GP-ZEILE-1001.
163200     MOVE H-LFD-ZEILE             TO KA0AKGP-ZEILENNUMMER
163300     CALL "CGSTAB" USING
163400          C-TAB-LESEN-ZEILE
163500          C-KONFIG-ID-KA
163600          C-OBJEKT-TAB-KA000AKGP
163700          GSOVER-VERSTAENDIGUNGSBEREICH
163800          KA0AKGP-EINGABEBEREICH
163900          KA0AKGP-AUSGABEBEREICH
164000          DUMMY
164100     END-CALL
164200     PERFORM 7900-ZEILE-PRUEFEN   THRU 7900-ZEILE-PRUEFEN-EXIT
164300     .
164400 1510-LESEN-GP-ZEILE-1002.
164500 1510-LESEN-GP-ZEILE-EXIT.
164600     EXIT.
164700/---------------------------------------------------------------*
164800* Konten des Korrespondenten aus KA03AKKTO vorbelegen (ein      *
164900* Konto kann mehrere Abstimmkreise speisen und steht dann       *
165000* mehrfach in KA000AKKTO)                                       *
165100*---------------------------------------------------------------*
165200 1600-KONTEN-LADEN SECTION.
165300 1600-KONTEN-LADEN-1001.
165400     MOVE C-1                     TO H-LFD-ZEILE
165500     PERFORM 1610-LESEN-KTO-ZEILE THRU 1610-LESEN-KTO-ZEILE-EXIT
165600     PERFORM UNTIL ZEILE-N-GEFUNDEN
165700       MOVE KAO0AKK-HERKUNFT      TO H-SU-HERKUNFT
165800       MOVE KAO0AKK-KONTO-ID      TO H-SU-KONTO-ID
165900       MOVE KAO0AKK-WAEHRUNG      TO H-SU-WAEHRUNG
166000       SET KONTO-ANLEGEN          TO TRUE
166100       PERFORM 7000-KONTO-SUCHEN  THRU 7000-KONTO-SUCHEN-EXIT
166200       ADD C-1                    TO H-LFD-ZEILE
166300       PERFORM 1610-LESEN-KTO-ZEILE
166400                                THRU 1610-LESEN-KTO-ZEILE-EXIT
166500     END-PERFORM
166600     .
166700 1600-KONTEN-LADEN-1002.
166800 1600-KONTEN-LADEN-EXIT.
166900     EXIT.
167000/---------------------------------------------------------------*
167100* Zeile aus KA03AKKTO lesen                                     *
167200*---------------------------------------------------------------*
167300 1610-LESEN-KTO-ZEILE SECTION.
167400 1610-LESEN-KTO-ZEILE-1001.
167500     MOVE H-LFD-ZEILE             TO GSTTAB-ZEILENNUMMER
167600     CALL "CGSTAB" USING
167700          C-TAB-LESEN-ZEILE
167800          C-KONFIG-ID-KA
167900          C-OBJEKT-TAB-KA03AKKTO
168000          GSOVER-VERSTAENDIGUNGSBEREICH
168100          KAI0AKK-EINGABEBEREICH
168200          KAO0AKK-AUSGABEBEREICH
168300          GSTTAB-EIN-AUSGABEBEREICH
168400     END-CALL
168500     PERFORM 7900-ZEILE-PRUEFEN   THRU 7900-ZEILE-PRUEFEN-EXIT
168600     .
168700 1610-LESEN-KTO-ZEILE-1002.
168800 1610-LESEN-KTO-ZEILE-EXIT.
168900     EXIT.
169000/---------------------------------------------------------------*
169100* Entgelte je Monat aus den Monatsberichten GBMAUS (KBRGBM)     *
169200*---------------------------------------------------------------*
169300 2000-ENTGELTE SECTION.
169400 2000-ENTGELTE-1001.
169500     OPEN INPUT KBRGBM
169600     SET DATEI-WEITER             TO TRUE
169700     PERFORM UNTIL DATEI-ENDE
169800       READ KBRGBM
169900         AT END
170000           SET DATEI-ENDE         TO TRUE
170100         NOT AT END
170200           PERFORM 2010-ENTGELT-ZEILE
170300                                THRU 2010-ENTGELT-ZEILE-EXIT
170400       END-READ
170500     END-PERFORM
170600     CLOSE KBRGBM
170700     .
170800 2000-ENTGELTE-1002.
170900 2000-ENTGELTE-EXIT.
171000     EXIT.
171100/---------------------------------------------------------------*
171200* Eine GBMAUS-Zeile des Berichtsjahres einrechnen               *
171300*---------------------------------------------------------------*
171400 2010-ENTGELT-ZEILE SECTION.
171500 2010-ENTGELT-ZEILE-1001.
171600     IF KBR-G-MELDUNG             NOT = C-MELD-UEBER-VEREIN
171700        AND KBR-G-MELDUNG         NOT = C-MELD-OHNE-VEREINB
171800        AND KBR-G-MELDUNG         NOT = C-MELD-IM-RAHMEN
171900     THEN
172000       GO TO 2010-ENTGELT-ZEILE-EXIT
172100     END-IF
172200     IF KBR-G-JAHR                NOT = H-JAHR
172300     THEN
172400       GO TO 2010-ENTGELT-ZEILE-EXIT
172500     END-IF
172600     MOVE KBR-G-MM                TO H-MONAT-TEXT
172700     PERFORM 7800-MONAT-PRUEFEN   THRU 7800-MONAT-PRUEFEN-EXIT
172800     IF H-M-IND                   = ZERO
172900     THEN
173000       GO TO 2010-ENTGELT-ZEILE-EXIT
173100     END-IF
173200*    GBMAUS fuehrt keine Waehrung: erstes Konto der Konto-ID
173300     MOVE KBR-G-HERKUNFT          TO H-SU-HERKUNFT
173400     MOVE KBR-G-KONTO-ID          TO H-SU-KONTO-ID
173500     MOVE SPACE                   TO H-SU-WAEHRUNG
173600     SET KONTO-ANLEGEN            TO TRUE
173700     PERFORM 7000-KONTO-SUCHEN    THRU 7000-KONTO-SUCHEN-EXIT
173800     IF H-K-IND                   = ZERO
173900     THEN
174000       GO TO 2010-ENTGELT-ZEILE-EXIT
174100     END-IF
174200     MOVE KBR-G-SUMME-TEXT        TO H-BETRAG-TEXT
174300     PERFORM 7700-BETRAG-WANDELN  THRU 7700-BETRAG-WANDELN-EXIT
174400     ADD H-BETRAG          TO KBR-KM-ENTGELT (H-K-IND, H-M-IND)
174500     EVALUATE KBR-G-MELDUNG
174600       WHEN C-MELD-UEBER-VEREIN
174700         SET KBR-KM-GEB-UEBER (H-K-IND, H-M-IND)
174800                                  TO TRUE
174900       WHEN C-MELD-OHNE-VEREINB
175000         SET KBR-KM-GEB-OHNE (H-K-IND, H-M-IND)
175100                                  TO TRUE
175200       WHEN OTHER
175300         IF KBR-KM-ENTGELT-KZ (H-K-IND, H-M-IND)
175400                                  = SPACE
175500         THEN
175600           SET KBR-KM-GEB-RAHMEN (H-K-IND, H-M-IND)
175700                                  TO TRUE
175800         END-IF
175900     END-EVALUATE
176000     .
176100 2010-ENTGELT-ZEILE-1002.
176200 2010-ENTGELT-ZEILE-EXIT.
176300     EXIT.
176400/---------------------------------------------------------------*
176500* Zinsdifferenzen je Quartal aus den Berichten ZSTAUS (KBRZST); *
176600* Zuordnung zum Monat des Zeitraumendes                         *
176700*---------------------------------------------------------------*
176800 2100-ZINSEN SECTION.
176900 2100-ZINSEN-1001.
177000     OPEN INPUT KBRZST
177100     SET DATEI-WEITER             TO TRUE
177200     PERFORM UNTIL DATEI-ENDE
177300       READ KBRZST
177400         AT END
177500           SET DATEI-ENDE         TO TRUE
177600         NOT AT END
177700           PERFORM 2110-ZINS-ZEILE
177800                                THRU 2110-ZINS-ZEILE-EXIT
177900       END-READ
178000     END-PERFORM
178100     CLOSE KBRZST
178200     .
178300 2100-ZINSEN-1002.
178400 2100-ZINSEN-EXIT.
178500     EXIT.
178600/---------------------------------------------------------------*
178700* Eine ZSTAUS-Zeile des Berichtsjahres einrechnen               *
178800*---------------------------------------------------------------*
178900 2110-ZINS-ZEILE SECTION.
179000 2110-ZINS-ZEILE-1001.
179100     IF KBR-Z-MELDUNG             NOT = C-MELD-DIFFERENZ
179200        AND KBR-Z-MELDUNG         NOT = C-MELD-IM-RAHMEN
179300        AND KBR-Z-MELDUNG         NOT = C-MELD-OHNE-SATZ
179400     THEN
179500       GO TO 2110-ZINS-ZEILE-EXIT
179600     END-IF
179700     IF KBR-Z-JAHR                NOT = H-JAHR
179800     THEN
179900       GO TO 2110-ZINS-ZEILE-EXIT
180000     END-IF
180100     MOVE KBR-Z-MM                TO H-MONAT-TEXT
180200     PERFORM 7800-MONAT-PRUEFEN   THRU 7800-MONAT-PRUEFEN-EXIT
180300     IF H-M-IND                   = ZERO
180400     THEN
180500       GO TO 2110-ZINS-ZEILE-EXIT
180600     END-IF
180700     MOVE KBR-Z-HERKUNFT          TO H-SU-HERKUNFT
180800     MOVE KBR-Z-KONTO-ID          TO H-SU-KONTO-ID
180900     MOVE KBR-Z-WAEHRUNG          TO H-SU-WAEHRUNG
181000     SET KONTO-ANLEGEN            TO TRUE
181100     PERFORM 7000-KONTO-SUCHEN    THRU 7000-KONTO-SUCHEN-EXIT
181200     IF H-K-IND                   = ZERO
181300     THEN
181400       GO TO 2110-ZINS-ZEILE-EXIT
181500     END-IF
181600     EVALUATE KBR-Z-MELDUNG
181700       WHEN C-MELD-OHNE-SATZ
181800         SET KBR-KM-ZINS-OHNE-SATZ (H-K-IND, H-M-IND)
181900                                  TO TRUE
182000       WHEN C-MELD-DIFFERENZ
182100         SET KBR-KM-ZINS-DIFFERENZ (H-K-IND, H-M-IND)
182200                                  TO TRUE
182300       WHEN OTHER
182400         SET KBR-KM-ZINS-RAHMEN (H-K-IND, H-M-IND)
182500                                  TO TRUE
182600     END-EVALUATE
182700     IF KBR-Z-MELDUNG             NOT = C-MELD-OHNE-SATZ
182800     THEN
182900       MOVE KBR-Z-DIFFERENZ-TEXT  TO H-BETRAG-TEXT
183000       PERFORM 7700-BETRAG-WANDELN
183100                                THRU 7700-BETRAG-WANDELN-EXIT
183200       ADD H-BETRAG
183300                       TO KBR-KM-ZINSDIFFERENZ (H-K-IND, H-M-IND)
183400     END-IF
183500     .
183600 2110-ZINS-ZEILE-1002.
183700 2110-ZINS-ZEILE-EXIT.
183800     EXIT.
183900/---------------------------------------------------------------*
184000* Fehlende Auszuege je Monat aus den Berichten MISAUS (KBRMIS)  *
184100*---------------------------------------------------------------*
184200 2200-FEHLENDE-AUSZUEGE SECTION.
184300 2200-FEHLENDE-AUSZUEGE-1001.
184400     OPEN INPUT KBRMIS
184500     SET DATEI-WEITER             TO TRUE
184600     PERFORM UNTIL DATEI-ENDE
184700       READ KBRMIS
184800         AT END
184900           SET DATEI-ENDE         TO TRUE
185000         NOT AT END
185100           PERFORM 2210-FEHLT-ZEILE
185200                                THRU 2210-FEHLT-ZEILE-EXIT
185300       END-READ
185400     END-PERFORM
185500     CLOSE KBRMIS
185600     .
185700 2200-FEHLENDE-AUSZUEGE-1002.
185800 2200-FEHLENDE-AUSZUEGE-EXIT.
185900     EXIT.
186000/---------------------------------------------------------------*
186100* Eine MISAUS-Zeile des Berichtsjahres einrechnen               *
186200*---------------------------------------------------------------*
186300 2210-FEHLT-ZEILE SECTION.
186400 2210-FEHLT-ZEILE-1001.
186500     IF KBR-M-JAHR                NOT = H-JAHR
186600     THEN
186700       GO TO 2210-FEHLT-ZEILE-EXIT
186800     END-IF
186900     MOVE KBR-M-MM                TO H-MONAT-TEXT
187000     PERFORM 7800-MONAT-PRUEFEN   THRU 7800-MONAT-PRUEFEN-EXIT
187100     IF H-M-IND                   = ZERO
187200     THEN
187300       GO TO 2210-FEHLT-ZEILE-EXIT
187400     END-IF
187500     MOVE KBR-M-HERKUNFT          TO H-SU-HERKUNFT
187600     MOVE KBR-M-KONTO-ID          TO H-SU-KONTO-ID
187700     MOVE KBR-M-WAEHRUNG          TO H-SU-WAEHRUNG
187800     SET KONTO-ANLEGEN            TO TRUE
187900     PERFORM 7000-KONTO-SUCHEN    THRU 7000-KONTO-SUCHEN-EXIT
188000     IF H-K-IND                   = ZERO
188100     THEN
188200       GO TO 2210-FEHLT-ZEILE-EXIT
188300     END-IF
188400     ADD C-1               TO KBR-KM-ANZ-FEHLT (H-K-IND, H-M-IND)
188500     .
188600 2210-FEHLT-ZEILE-1002.
188700 2210-FEHLT-ZEILE-EXIT.
188800     EXIT.
188900/---------------------------------------------------------------*
189000* Valutaansprueche an die Korrespondenten (Register KA03AKZF);  *
189100* Gegenpartei ueber KA000AKGP auf BIC und Konto aufgeloest      *
189200*---------------------------------------------------------------*
189300 3000-VALUTAANSPRUECHE SECTION.
189400 3000-VALUTAANSPRUECHE-1001.
189500     MOVE C-1                     TO H-LFD-ZEILE
189600     PERFORM 3010-LESEN-ZF-ZEILE  THRU 3010-LESEN-ZF-ZEILE-EXIT
189700     PERFORM UNTIL ZEILE-N-GEFUNDEN
189800       IF KA0AKZF-PERIODE (1:4)   = H-JAHR
189900       THEN
190000         PERFORM 3020-ANSPRUCH-EINRECHNEN
190100                                THRU 3020-ANSPRUCH-EINRECHNEN-EXIT
190200       END-IF
190300       ADD C-1                    TO H-LFD-ZEILE
190400       PERFORM 3010-LESEN-ZF-ZEILE
190500                                THRU 3010-LESEN-ZF-ZEILE-EXIT
190600     END-PERFORM
190700     .
190800 3000-VALUTAANSPRUECHE-1002.
190900 3000-VALUTAANSPRUECHE-EXIT.
191000     EXIT.
191100/---------------------------------------------------------------*
191200* Zeile aus KA03AKZF lesen                                      *
191300*---------------------------------------------------------------*
191400 3010-LESEN-ZF-ZEILE SECTION.
191500 3010-LESEN-ZF-ZEILE-1001.
191600     MOVE H-LFD-ZEILE             TO KA0AKZF-ZEILENNUMMER
191700     CALL "CGSTAB" USING
191800          C-TAB-LESEN-ZEILE
191900          C-KONFIG-ID-KA
192000          C-OBJEKT-TAB-KA03AKZF
192100          GSOVER-VERSTAENDIGUNGSBEREICH
192200          KA0AKZF-EINGABEBEREICH
192300          KA0AKZF-AUSGABEBEREICH
192400          DUMMY
192500     END-CALL
192600     PERFORM 7900-ZEILE-PRUEFEN   THRU 7900-ZEILE-PRUEFEN-EXIT
192700     .
192800 3010-LESEN-ZF-ZEILE-1002.
192900 3010-LESEN-ZF-ZEILE-EXIT.
193000     EXIT.
193100/---------------------------------------------------------------*
193200* Eine Forderung dem Konto der Gegenpartei zurechnen            *
193300*---------------------------------------------------------------*
193400 3020-ANSPRUCH-EINRECHNEN SECTION.
193500 3020-ANSPRUCH-EINRECHNEN-1001.
193600     MOVE KA0AKZF-PERIODE (5:2)   TO H-MONAT-TEXT
193700     PERFORM 7800-MONAT-PRUEFEN   THRU 7800-MONAT-PRUEFEN-EXIT
193800     IF H-M-IND                   = ZERO
193900     THEN
194000       GO TO 3020-ANSPRUCH-EINRECHNEN-EXIT
194100     END-IF
194200     MOVE ZERO                    TO H-GP-IND
194300     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
194400             UNTIL H-SUCH-IND     > KBR-ANZ-GP
194500                OR H-GP-IND       NOT = ZERO
194600       IF KBR-GP-GP-ID (H-SUCH-IND) = KA0AKZF-GP-ID
194700       THEN
194800         MOVE H-SUCH-IND          TO H-GP-IND
194900       END-IF
195000     END-PERFORM
195100     IF H-GP-IND                  = ZERO
195200     THEN
195300       GO TO 3020-ANSPRUCH-EINRECHNEN-EXIT
195400     END-IF
195500     MOVE KBR-GP-BIC (H-GP-IND)    TO H-SU-HERKUNFT
195600     MOVE KBR-GP-KONTO-ID (H-GP-IND)
195700                                  TO H-SU-KONTO-ID
195800     MOVE KA0AKZF-WAEHRUNG        TO H-SU-WAEHRUNG
195900     SET KONTO-ANLEGEN            TO TRUE
196000     PERFORM 7000-KONTO-SUCHEN    THRU 7000-KONTO-SUCHEN-EXIT
196100     IF H-K-IND                   = ZERO
196200     THEN
196300       GO TO 3020-ANSPRUCH-EINRECHNEN-EXIT
196400     END-IF
196500     ADD C-1               TO KBR-KM-ANZ-VSD (H-K-IND, H-M-IND)
196600     ADD KA0AKZF-BETRAG
196700                        TO KBR-KM-VSD-BETRAG (H-K-IND, H-M-IND)
196800     IF NOT KA0AKZF-BEZAHLT
196900     THEN
197000       ADD C-1                    TO KBR-K-ANZ-VSD-OFFEN (H-K-IND)
197100     END-IF
197200     .
197300 3020-ANSPRUCH-EINRECHNEN-1002.
197400 3020-ANSPRUCH-EINRECHNEN-EXIT.
197500     EXIT.
197600/---------------------------------------------------------------*
197700* Kompensationsforderungen der Korrespondenten gegen uns        *
197800* (Register KA03AKVK) nach Eingangsmonat                        *
197900*---------------------------------------------------------------*
198000 3100-KOMPENSATIONEN SECTION.
198100 3100-KOMPENSATIONEN-1001.
198200     MOVE C-1                     TO H-LFD-ZEILE
198300     PERFORM 3110-LESEN-VK-ZEILE  THRU 3110-LESEN-VK-ZEILE-EXIT
198400     PERFORM UNTIL ZEILE-N-GEFUNDEN
198500       IF KA0AKVK-EINGANG-DATUM (1:4)
198600                                  = H-JAHR
198700       THEN
198800         MOVE KA0AKVK-EINGANG-DATUM (5:2)
198900                                  TO H-MONAT-TEXT
199000         PERFORM 7800-MONAT-PRUEFEN
199100                                THRU 7800-MONAT-PRUEFEN-EXIT
199200         MOVE KA0AKVK-HERKUNFT    TO H-SU-HERKUNFT
199300         MOVE KA0AKVK-KONTO-ID    TO H-SU-KONTO-ID
199400         MOVE KA0AKVK-WAEHRUNG    TO H-SU-WAEHRUNG
199500         SET KONTO-ANLEGEN        TO TRUE
199600         PERFORM 7000-KONTO-SUCHEN
199700                                THRU 7000-KONTO-SUCHEN-EXIT
199800         IF H-K-IND               NOT = ZERO
199900            AND H-M-IND           NOT = ZERO
200000         THEN
200100           ADD C-1
200200                        TO KBR-KM-VK-ANZAHL (H-K-IND, H-M-IND)
200300           IF KA0AKVK-ANGENOMMEN
200400           OR KA0AKVK-TEILWEISE
200500           THEN
200600             ADD KA0AKVK-ANERKANNT
200700                        TO KBR-KM-VK-ANERKANNT (H-K-IND, H-M-IND)
200800           END-IF
200900         END-IF
201000       END-IF
201100       ADD C-1                    TO H-LFD-ZEILE
201200       PERFORM 3110-LESEN-VK-ZEILE
201300                                THRU 3110-LESEN-VK-ZEILE-EXIT
201400     END-PERFORM
201500     .
201600 3100-KOMPENSATIONEN-1002.
201700 3100-KOMPENSATIONEN-EXIT.
201800     EXIT.
201900/---------------------------------------------------------------*
202000* Zeile aus KA03AKVK lesen                                      *
202100*---------------------------------------------------------------*
202200 3110-LESEN-VK-ZEILE SECTION.
202300 3110-LESEN-VK-ZEILE-1001.
202400     MOVE H-LFD-ZEILE             TO KA0AKVK-ZEILENNUMMER
202500     CALL "CGSTAB" USING
202600          C-TAB-LESEN-ZEILE
202700          C-KONFIG-ID-KA
202800          C-OBJEKT-TAB-KA03AKVK
202900          GSOVER-VERSTAENDIGUNGSBEREICH
203000          KA0AKVK-EINGABEBEREICH
203100          KA0AKVK-AUSGABEBEREICH
203200          DUMMY
203300     END-CALL
203400     PERFORM 7900-ZEILE-PRUEFEN   THRU 7900-ZEILE-PRUEFEN-EXIT
203500     .
203600 3110-LESEN-VK-ZEILE-1002.
203700 3110-LESEN-VK-ZEILE-EXIT.
203800     EXIT.
203900/---------------------------------------------------------------*
204000* Im Berichtsjahr genehmigte Abschreibungen (KA03AKAB)          *
204100*---------------------------------------------------------------*
204200 3200-ABSCHREIBUNGEN SECTION.
204300 3200-ABSCHREIBUNGEN-1001.
204400     MOVE C-1                     TO H-LFD-ZEILE
204500     PERFORM 3210-LESEN-AB-ZEILE  THRU 3210-LESEN-AB-ZEILE-EXIT
204600     PERFORM UNTIL ZEILE-N-GEFUNDEN
204700       IF KA0AKAB-GENEHMIGT
204800          AND KA0AKAB-GEN-DATUM (1:4)
204900                                  = H-JAHR
205000       THEN
205100         PERFORM 3220-ABSCHREIBUNG-EINRECHNEN
205200                            THRU 3220-ABSCHREIBUNG-EINRECHNEN-EXIT
205300       END-IF
205400       ADD C-1                    TO H-LFD-ZEILE
205500       PERFORM 3210-LESEN-AB-ZEILE
205600                                THRU 3210-LESEN-AB-ZEILE-EXIT
205700     END-PERFORM
205800     .
205900 3200-ABSCHREIBUNGEN-1002.
206000 3200-ABSCHREIBUNGEN-EXIT.
206100     EXIT.
206200/---------------------------------------------------------------*
206300* Zeile aus KA03AKAB lesen                                      *
206400*---------------------------------------------------------------*
206500 3210-LESEN-AB-ZEILE SECTION.
206600 3210-LESEN-AB-ZEILE-1001.
206700     MOVE H-LFD-ZEILE             TO KA0AKAB-ZEILENNUMMER
206800     CALL "CGSTAB" USING
206900          C-TAB-LESEN-ZEILE
207000          C-KONFIG-ID-KA
207100          C-OBJEKT-TAB-KA03AKAB
207200          GSOVER-VERSTAENDIGUNGSBEREICH
207300          KA0AKAB-EINGABEBEREICH
207400          KA0AKAB-AUSGABEBEREICH
207500          DUMMY
207600     END-CALL
207700     PERFORM 7900-ZEILE-PRUEFEN   THRU 7900-ZEILE-PRUEFEN-EXIT
207800     .
207900 3210-LESEN-AB-ZEILE-1002.
208000 3210-LESEN-AB-ZEILE-EXIT.
208100     EXIT.
208200/---------------------------------------------------------------*
208300* Posten der abgeschriebenen Schliessung lesen: der Saldo der   *
208400* Posten ist der abgeschriebene Betrag, der erste Posten mit    *
208500* Herkunft bestimmt das Konto                                   *
208600*---------------------------------------------------------------*
208700 3220-ABSCHREIBUNG-EINRECHNEN SECTION.
208800 3220-ABSCHREIBUNG-EINRECHNEN-1001.
208900     MOVE KA0AKAB-GEN-DATUM (5:2) TO H-MONAT-TEXT
209000     PERFORM 7800-MONAT-PRUEFEN   THRU 7800-MONAT-PRUEFEN-EXIT
209100     IF H-M-IND                   = ZERO
209200     THEN
209300       GO TO 3220-ABSCHREIBUNG-EINRECHNEN-EXIT
209400     END-IF
209500     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
209600     MOVE C-01-STD-APO-LIST-Z-SCH TO KAI5OF2-FUNKTION
209700     MOVE C-N                     TO
209800                               KAI5OF2-ANF-KZ-AUFSETZ-ZUGRIFF
209900     MOVE C-ANZ-TREFFER           TO KAI5OF2-ANF-ANZ-TREFFER
210000     MOVE KA0AKAB-SCHLIESSUNGSNR  TO KAI5OF2-SCHLIESSUNGSNR
210100     CALL "AKA5OF" USING
210200          C-01-STD-APO-LIST-Z-SCH
210300          C-KONFIG-ID-KA
210400          C-AKAKBR
210500          GSOVER-VERSTAENDIGUNGSBEREICH
210600          KAI5OF2-EINGABEBEREICH
210700          KAO5OF2-AUSGABEBEREICH
210800          DUMMY
210900          KAXIND-INDICES
211000     END-CALL
211100     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
211200     OR KAO5OF2-IND-LETZT         = ZERO
211300     THEN
211400       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
211500       GO TO 3220-ABSCHREIBUNG-EINRECHNEN-EXIT
211600     END-IF
211700     MOVE ZERO                    TO H-AB-SUMME
211800     MOVE SPACE                   TO H-SUCHE
211900     PERFORM VARYING H-INDEX FROM 1 BY 1
212000             UNTIL H-INDEX        > KAO5OF2-IND-LETZT
212100       ADD KAO5OF2-APO-BETRAG (H-INDEX)
212200                                  TO H-AB-SUMME
212300       IF H-SU-HERKUNFT           = SPACE
212400       THEN
212500         MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
212600                                  TO H-SU-HERKUNFT
212700         MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
212800                                  TO H-SU-KONTO-ID
212900         MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
213000                                  TO H-SU-WAEHRUNG
213100       END-IF
213200     END-PERFORM
213300     IF H-SU-HERKUNFT             = SPACE
213400     THEN
213500       GO TO 3220-ABSCHREIBUNG-EINRECHNEN-EXIT
213600     END-IF
213700     SET KONTO-ANLEGEN            TO TRUE
213800     PERFORM 7000-KONTO-SUCHEN    THRU 7000-KONTO-SUCHEN-EXIT
213900     IF H-K-IND                   = ZERO
214000     THEN
214100       GO TO 3220-ABSCHREIBUNG-EINRECHNEN-EXIT
214200     END-IF
214300     ADD C-1               TO KBR-KM-AB-ANZAHL (H-K-IND, H-M-IND)
214400     ADD H-AB-SUMME        TO KBR-KM-AB-BETRAG (H-K-IND, H-M-IND)
214500     .
214600 3220-ABSCHREIBUNG-EINRECHNEN-1002.
214700 3220-ABSCHREIBUNG-EINRECHNEN-EXIT.
214800     EXIT.
214900/---------------------------------------------------------------*
215000* Offene und in Klaerung befindliche Posten aller Abstimmkreise *
215100*---------------------------------------------------------------*
215200 4000-OFFENE-POSTEN SECTION.
215300 4000-OFFENE-POSTEN-1001.
215400     MOVE C-1                     TO H-LFD-ZEILE
215500     PERFORM 4100-LESEN-AKRS-ZEILE
215600                                  THRU 4100-LESEN-AKRS-ZEILE-EXIT
215700     PERFORM UNTIL ZEILE-N-GEFUNDEN
215800       MOVE C-STATUS-OFFEN        TO H-STATUS
215900       PERFORM 4200-POSTEN-LESEN  THRU 4200-POSTEN-LESEN-EXIT
216000       MOVE C-STATUS-KLAERUNG     TO H-STATUS
216100       PERFORM 4200-POSTEN-LESEN  THRU 4200-POSTEN-LESEN-EXIT
216200       MOVE H-NAECHSTE-ZEILE      TO H-LFD-ZEILE
216300       PERFORM 4100-LESEN-AKRS-ZEILE
216400                                THRU 4100-LESEN-AKRS-ZEILE-EXIT
216500     END-PERFORM
216600     .
216700 4000-OFFENE-POSTEN-1002.
216800 4000-OFFENE-POSTEN-EXIT.
216900     EXIT.
217000/---------------------------------------------------------------*
217100* Zeile aus KA000AKRS lesen                                     *
217200*---------------------------------------------------------------*
217300 4100-LESEN-AKRS-ZEILE SECTION.
217400 4100-LESEN-AKRS-ZEILE-1001.
217500     MOVE H-LFD-ZEILE             TO KA0AKRS-ZEILENNUMMER
217600     CALL "CGSTAB" USING
217700          C-TAB-LESEN-ZEILE
217800          C-KONFIG-ID-KA
217900          C-OBJEKT-TAB-KA03AKRS
218000          GSOVER-VERSTAENDIGUNGSBEREICH
218100          KA0AKRS-EINGABEBEREICH
218200          KA0AKRS-AUSGABEBEREICH
218300          DUMMY
218400     END-CALL
218500     PERFORM 7900-ZEILE-PRUEFEN   THRU 7900-ZEILE-PRUEFEN-EXIT
218600     IF ZEILE-GEFUNDEN
218700     THEN
218800       ADD C-1 TO H-LFD-ZEILE     GIVING H-NAECHSTE-ZEILE
218900         ON SIZE ERROR CONTINUE
219000       END-ADD
219100     END-IF
219200     .
219300 4100-LESEN-AKRS-ZEILE-1002.
219400 4100-LESEN-AKRS-ZEILE-EXIT.
219500     EXIT.
219600/---------------------------------------------------------------*
219700* Posten eines Abstimmkreises im Status H-STATUS seitenweise    *
219800* lesen                                                         *
219900*---------------------------------------------------------------*
220000 4200-POSTEN-LESEN SECTION.
220100 4200-POSTEN-LESEN-1001.
220200     MOVE HIGH-VALUE              TO KAI5OF2-EINGABEBEREICH
220300     MOVE HIGH-VALUE              TO KAI5OF3-EINGABEBEREICH
220400     MOVE KA0AKRS-AK-NUMMER       TO KAI5OF3-ABSTIMMKREIS-NR
220500     MOVE H-STATUS                TO KAI5OF3-STATUS
220600     MOVE C-ANZ-TREFFER           TO KAI5OF3-ANF-ANZ-TREFFER
220700     MOVE C-N
220800                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
220900     SET SEITE-WEITER             TO TRUE
221000     PERFORM UNTIL SEITE-FERTIG
221100       CALL "AKA5OF" USING
221200            C-01-STD-APO-LIST-SUCHE
221300            C-KONFIG-ID-KA
221400            C-AKAKBR
221500            GSOVER-VERSTAENDIGUNGSBEREICH
221600            KAI5OF2-EINGABEBEREICH
221700            KAO5OF2-AUSGABEBEREICH
221800            DUMMY
221900            KAXIND-INDICES
222000       END-CALL
222100       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT
222200          AND KAO5OF2-IND-LETZT   NOT = ZERO
222300       THEN
222400         PERFORM 4300-POSTEN-EINORDNEN
222500                                THRU 4300-POSTEN-EINORDNEN-EXIT
222600                                  VARYING H-INDEX FROM 1 BY 1
222700                                  UNTIL H-INDEX
222800                                        > KAO5OF2-IND-LETZT
222900         IF KAO5OF2-KZ-WEITER     = C-J
223000         THEN
223100           MOVE C-J
223200                        TO KAI5OF3-ANF-KZ-AUFSETZ-ZUGRIFF
223300         ELSE
223400           SET SEITE-FERTIG       TO TRUE
223500         END-IF
223600       ELSE
223700         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT
223800         SET SEITE-FERTIG         TO TRUE
223900       END-IF
224000     END-PERFORM
224100     .
224200 4200-POSTEN-LESEN-1002.
224300 4200-POSTEN-LESEN-EXIT.
224400     EXIT.
224500/---------------------------------------------------------------*
224600* Einen Posten der Altersklasse seines Kontos zurechnen (Tage   *
224700* ab Valuta, ohne Valuta ab Buchungstag bis zum Stichtag) und   *
224800* in die Rangliste der groessten Posten einordnen               *
224900*---------------------------------------------------------------*
225000 4300-POSTEN-EINORDNEN SECTION.
225100 4300-POSTEN-EINORDNEN-1001.
225200     IF KAO5OF2-APO-TECHNIK-KZ (H-INDEX)
225300                                  = C-TECHNIK-KZ
225400     THEN
225500       GO TO 4300-POSTEN-EINORDNEN-EXIT
225600     END-IF
225700     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX)
225800                                  TO H-SU-HERKUNFT
225900     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX)
226000                                  TO H-SU-KONTO-ID
226100     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX)
226200                                  TO H-SU-WAEHRUNG
226300     SET KONTO-ANLEGEN            TO TRUE
226400     PERFORM 7000-KONTO-SUCHEN    THRU 7000-KONTO-SUCHEN-EXIT
226500     IF H-K-IND                   = ZERO
226600     THEN
226700       GO TO 4300-POSTEN-EINORDNEN-EXIT
226800     END-IF
226900     IF KAO5OF2-APO-VALUTA (H-INDEX)
227000                                  NUMERIC
227100        AND KAO5OF2-APO-VALUTA (H-INDEX)
227200                                  NOT = ZERO
227300     THEN
227400       MOVE KAO5OF2-APO-VALUTA (H-INDEX)
227500                                  TO H-BEZUGSDATUM
227600     ELSE
227700       MOVE KAO5OF2-APO-BUTAG (H-INDEX)
227800                                  TO H-BEZUGSDATUM
227900     END-IF
228000     IF H-BEZUGSDATUM             NOT NUMERIC
228100        OR H-BEZUGSDATUM          = ZERO
228200        OR H-BEZUGSDATUM          > H-STICHTAG
228300     THEN
228400       MOVE ZERO                  TO H-TAGE
228500     ELSE
228600       COMPUTE H-TAGE =
228700               FUNCTION INTEGER-OF-DATE (H-STICHTAG)
228800             - FUNCTION INTEGER-OF-DATE (H-BEZUGSDATUM)
228900     END-IF
229000     EVALUATE TRUE
229100       WHEN H-TAGE                <= 30
229200         MOVE 1                   TO H-A-IND
229300       WHEN H-TAGE                <= 60
229400         MOVE 2                   TO H-A-IND
229500       WHEN H-TAGE                <= 90
229600         MOVE 3                   TO H-A-IND
229700       WHEN OTHER
229800         MOVE 4                   TO H-A-IND
229900     END-EVALUATE
230000     ADD C-1                 TO KBR-KA-ANZAHL (H-K-IND, H-A-IND)
230100     ADD KAO5OF2-APO-BETRAG (H-INDEX)
230200                             TO KBR-KA-SUMME (H-K-IND, H-A-IND)
230300     IF KAO5OF2-APO-BETRAG (H-INDEX)
230400                                  < ZERO
230500     THEN
230600       COMPUTE H-BETRAG-ABS = KAO5OF2-APO-BETRAG (H-INDEX) * -1
230700     ELSE
230800       MOVE KAO5OF2-APO-BETRAG (H-INDEX)
230900                                  TO H-BETRAG-ABS
231000     END-IF
231100     PERFORM 4400-RANG-EINORDNEN  THRU 4400-RANG-EINORDNEN-EXIT
231200     .
231300 4300-POSTEN-EINORDNEN-1002.
231400 4300-POSTEN-EINORDNEN-EXIT.
231500     EXIT.
231600/---------------------------------------------------------------*
231700* Rangliste der groessten Posten des Kontos (Betrag absolut):   *
231800* neuer letzter Platz oder Verdraengung des kleinsten Eintrags  *
231900*---------------------------------------------------------------*
232000 4400-RANG-EINORDNEN SECTION.
232100 4400-RANG-EINORDNEN-1001.
232200     IF KBR-K-ANZ-TOP (H-K-IND)   < H-TOP-N
232300     THEN
232400       ADD C-1                    TO KBR-K-ANZ-TOP (H-K-IND)
232500       MOVE KBR-K-ANZ-TOP (H-K-IND)
232600                                  TO H-T-IND
232700     ELSE
232800       IF H-BETRAG-ABS
232900          NOT > KBR-KT-BETRAG-ABS (H-K-IND, H-TOP-N)
233000       THEN
233100         GO TO 4400-RANG-EINORDNEN-EXIT
233200       END-IF
233300       MOVE H-TOP-N               TO H-T-IND
233400     END-IF
233500*    kleinere Eintraege um einen Platz nach hinten schieben
233600     SET SCHIEBEN-WEITER          TO TRUE
233700     PERFORM UNTIL SCHIEBEN-FERTIG
233800       IF H-T-IND                 = 1
233900       THEN
234000         SET SCHIEBEN-FERTIG      TO TRUE
234100       ELSE
234200         SUBTRACT 1 FROM H-T-IND  GIVING H-VG-IND
234300         IF KBR-KT-BETRAG-ABS (H-K-IND, H-VG-IND)
234400                                  NOT < H-BETRAG-ABS
234500         THEN
234600           SET SCHIEBEN-FERTIG    TO TRUE
234700         ELSE
234800           MOVE KBR-K-TOP (H-K-IND, H-VG-IND)
234900                        TO KBR-K-TOP (H-K-IND, H-T-IND)
235000           MOVE H-VG-IND          TO H-T-IND
235100         END-IF
235200       END-IF
235300     END-PERFORM
235400     MOVE KAO5OF2-APO-ABSTIMMKREIS-NR (H-INDEX)
235500                        TO KBR-KT-AK-NUMMER (H-K-IND, H-T-IND)
235600     MOVE KAO5OF2-APO-AUSZUGSDATUM (H-INDEX)
235700                        TO KBR-KT-AUSZUGSDATUM (H-K-IND, H-T-IND)
235800     MOVE KAO5OF2-APO-AUSZUGSNUMMER (H-INDEX)
235900                        TO KBR-KT-AUSZUGSNUMMER (H-K-IND, H-T-IND)
236000     MOVE KAO5OF2-APO-AUSZUG-FNR (H-INDEX)
236100                        TO KBR-KT-AUSZUG-FNR (H-K-IND, H-T-IND)
236200     MOVE KAO5OF2-APO-LFD-NR-APO (H-INDEX)
236300                        TO KBR-KT-LFD-NR-APO (H-K-IND, H-T-IND)
236400     MOVE H-STATUS      TO KBR-KT-STATUS (H-K-IND, H-T-IND)
236500     MOVE H-BEZUGSDATUM TO KBR-KT-VALUTA (H-K-IND, H-T-IND)
236600     MOVE H-TAGE        TO KBR-KT-TAGE (H-K-IND, H-T-IND)
236700     MOVE KAO5OF2-APO-BETRAG (H-INDEX)
236800                        TO KBR-KT-BETRAG (H-K-IND, H-T-IND)
236900     MOVE H-BETRAG-ABS  TO KBR-KT-BETRAG-ABS (H-K-IND, H-T-IND)
237000     .
237100 4400-RANG-EINORDNEN-1002.
237200 4400-RANG-EINORDNEN-EXIT.
237300     EXIT.
237400/---------------------------------------------------------------*
237500* Mappe schreiben: Kontentabelle in Schluesselfolge, je         *
237600* Korrespondent Titel, je Konto Monatsverlauf, Altersstruktur   *
237700* und groesste Posten, abschliessend die Servicequalitaet       *
237800*---------------------------------------------------------------*
237900 5000-MAPPE SECTION.
238000 5000-MAPPE-1001.
238100     MOVE HIGH-VALUE              TO H-HERKUNFT-ALT
238200     PERFORM VARYING H-K-IND FROM 1 BY 1
238300             UNTIL H-K-IND        > KBR-ANZ-KONTEN
238400       IF KBR-K-HERKUNFT (H-K-IND) NOT = H-HERKUNFT-ALT
238500       THEN
238600         IF H-HERKUNFT-ALT        NOT = HIGH-VALUE
238700         THEN
238800           PERFORM 5500-QUALITAET THRU 5500-QUALITAET-EXIT
238900         END-IF
239000         MOVE KBR-K-HERKUNFT (H-K-IND)
239100                                  TO H-HERKUNFT-ALT
239200         PERFORM 5100-KORRESPONDENT-KOPF
239300                                THRU 5100-KORRESPONDENT-KOPF-EXIT
239400       END-IF
239500       PERFORM 5200-KONTO-SCHREIBEN
239600                                THRU 5200-KONTO-SCHREIBEN-EXIT
239700     END-PERFORM
239800     IF H-HERKUNFT-ALT            NOT = HIGH-VALUE
239900     THEN
240000       PERFORM 5500-QUALITAET     THRU 5500-QUALITAET-EXIT
240100     END-IF
240200     .
240300 5000-MAPPE-1002.
240400 5000-MAPPE-EXIT.
240500     EXIT.
240600/---------------------------------------------------------------*
240700* Titel des Korrespondenten (Name aus KA000AKGP ueber den BIC), *
240800* Qualitaetszaehler zuruecksetzen                               *
240900*---------------------------------------------------------------*
241000 5100-KORRESPONDENT-KOPF SECTION.
241100 5100-KORRESPONDENT-KOPF-1001.
241200     ADD C-1                      TO H-ANZ-KORRESPONDENT
241300     INITIALIZE H-QUALITAET
241400     INITIALIZE KBR-TITEL
241500     MOVE C-TEXT-TITEL            TO KBR-T-TEXT
241600     MOVE H-JAHR                  TO KBR-T-JAHR
241700     MOVE H-HERKUNFT-ALT          TO KBR-T-HERKUNFT
241800     MOVE SPACE                   TO KBR-T-NAME
241900     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
242000             UNTIL H-SUCH-IND     > KBR-ANZ-GP
242100                OR KBR-T-NAME     NOT = SPACE
242200       IF KBR-GP-BIC (H-SUCH-IND)  = H-HERKUNFT-ALT
242300       THEN
242400         MOVE KBR-GP-NAME (H-SUCH-IND)
242500                                  TO KBR-T-NAME
242600       END-IF
242700     END-PERFORM
242800     MOVE SPACE                   TO KBR-DRUCKZEILE
242900     WRITE KBR-DRUCKZEILE
243000     MOVE KBR-TITEL               TO KBR-DRUCKZEILE
243100     WRITE KBR-DRUCKZEILE
243200     .
243300 5100-KORRESPONDENT-KOPF-1002.
243400 5100-KORRESPONDENT-KOPF-EXIT.
243500     EXIT.
243600/---------------------------------------------------------------*
243700* Ein Konto: Monatsverlauf mit Jahressumme, Altersstruktur und  *
243800* groesste Posten als Bericht und Extrakt                       *
243900*---------------------------------------------------------------*
244000 5200-KONTO-SCHREIBEN SECTION.
244100 5200-KONTO-SCHREIBEN-1001.
244200     ADD C-1                      TO H-ANZ-KONTEN
244300     INITIALIZE KBR-KONTOKOPF
244400     MOVE KBR-K-KONTO-ID (H-K-IND)
244500                                  TO KBR-KK-KONTO-ID
244600     MOVE KBR-K-WAEHRUNG (H-K-IND)
244700                                  TO KBR-KK-WAEHRUNG
244800     MOVE KBR-KONTOKOPF           TO KBR-DRUCKZEILE
244900     WRITE KBR-DRUCKZEILE
245000     MOVE KBR-SPALTEN             TO KBR-DRUCKZEILE
245100     WRITE KBR-DRUCKZEILE
245200     INITIALIZE KBR-EXT-KOPF
245300     MOVE H-JAHR                  TO KBR-EK-JAHR
245400     MOVE KBR-K-HERKUNFT (H-K-IND)
245500                                  TO KBR-EK-HERKUNFT
245600     MOVE KBR-K-KONTO-ID (H-K-IND)
245700                                  TO KBR-EK-KONTO-ID
245800     MOVE KBR-K-WAEHRUNG (H-K-IND)
245900                                  TO KBR-EK-WAEHRUNG
246000     INITIALIZE H-JAHRESSUMMEN
246100     PERFORM 5300-MONAT-SCHREIBEN THRU 5300-MONAT-SCHREIBEN-EXIT
246200             VARYING H-M-IND FROM 1 BY 1
246300             UNTIL H-M-IND        > 12
246400*    Jahressumme des Kontos
246500     INITIALIZE KBR-MONATSZEILE
246600     MOVE C-TEXT-JAHR             TO KBR-MZ-MONAT
246700     MOVE H-J-ENTGELT             TO KBR-MZ-ENTGELT
246800     MOVE H-J-ANZ-FEHLT           TO KBR-MZ-ANZ-FEHLT
246900     MOVE H-J-ZINSDIFFERENZ       TO KBR-MZ-ZINSDIFFERENZ
247000     MOVE H-J-VSD-BETRAG          TO KBR-MZ-VSD-BETRAG
247100     MOVE H-J-VK-ANZAHL           TO KBR-MZ-VK-ANZAHL
247200     MOVE H-J-VK-ANERKANNT        TO KBR-MZ-VK-ANERKANNT
247300     MOVE H-J-AB-ANZAHL           TO KBR-MZ-AB-ANZAHL
247400     MOVE H-J-AB-BETRAG           TO KBR-MZ-AB-BETRAG
247500     MOVE KBR-MONATSZEILE         TO KBR-DRUCKZEILE
247600     WRITE KBR-DRUCKZEILE
247700     PERFORM 5400-ALTER-SCHREIBEN THRU 5400-ALTER-SCHREIBEN-EXIT
247800             VARYING H-A-IND FROM 1 BY 1
247900             UNTIL H-A-IND        > 4
248000     PERFORM 5450-POSTEN-SCHREIBEN
248100                                THRU 5450-POSTEN-SCHREIBEN-EXIT
248200             VARYING H-T-IND FROM 1 BY 1
248300             UNTIL H-T-IND        > KBR-K-ANZ-TOP (H-K-IND)
248400     ADD KBR-K-ANZ-VSD-OFFEN (H-K-IND)
248500                                  TO H-Q-VSD-OFFEN
248600     ADD KBR-KA-ANZAHL (H-K-IND, 4)
248700                                  TO H-Q-UEBER-90
248800     .
248900 5200-KONTO-SCHREIBEN-1002.
249000 5200-KONTO-SCHREIBEN-EXIT.
249100     EXIT.
249200/---------------------------------------------------------------*
249300* Monatszeile in Bericht und Extrakt, Jahres- und Qualitaets-   *
249400* summen fortschreiben                                          *
249500*---------------------------------------------------------------*
249600 5300-MONAT-SCHREIBEN SECTION.
249700 5300-MONAT-SCHREIBEN-1001.
249800     ADD KBR-KM-ENTGELT (H-K-IND, H-M-IND)
249900                                  TO H-J-ENTGELT
250000     ADD KBR-KM-ANZ-FEHLT (H-K-IND, H-M-IND)
250100                                  TO H-J-ANZ-FEHLT
250200                                     H-Q-ANZ-FEHLT
250300     ADD KBR-KM-ZINSDIFFERENZ (H-K-IND, H-M-IND)
250400                                  TO H-J-ZINSDIFFERENZ
250500     ADD KBR-KM-VSD-BETRAG (H-K-IND, H-M-IND)
250600                                  TO H-J-VSD-BETRAG
250700     ADD KBR-KM-ANZ-VSD (H-K-IND, H-M-IND)
250800                                  TO H-Q-VSD
250900     ADD KBR-KM-VK-ANZAHL (H-K-IND, H-M-IND)
251000                                  TO H-J-VK-ANZAHL
251100                                     H-Q-VK
251200     ADD KBR-KM-VK-ANERKANNT (H-K-IND, H-M-IND)
251300                                  TO H-J-VK-ANERKANNT
251400     ADD KBR-KM-AB-ANZAHL (H-K-IND, H-M-IND)
251500                                  TO H-J-AB-ANZAHL
251600                                     H-Q-AB
251700     ADD KBR-KM-AB-BETRAG (H-K-IND, H-M-IND)
251800                                  TO H-J-AB-BETRAG
251900     IF KBR-KM-GEB-UEBER (H-K-IND, H-M-IND)
252000     THEN
252100       ADD C-1                    TO H-Q-GEB-UEBER
252200     END-IF
252300     IF KBR-KM-GEB-OHNE (H-K-IND, H-M-IND)
252400     THEN
252500       ADD C-1                    TO H-Q-GEB-OHNE
252600     END-IF
252700     IF KBR-KM-ZINS-DIFFERENZ (H-K-IND, H-M-IND)
252800     THEN
252900       ADD C-1                    TO H-Q-ZINS
253000     END-IF
253100     MOVE H-M-IND                 TO H-MONAT
253200     INITIALIZE KBR-MONATSZEILE
253300     MOVE H-MONAT                 TO KBR-MZ-MONAT
253400     MOVE KBR-KM-ENTGELT (H-K-IND, H-M-IND)
253500                                  TO KBR-MZ-ENTGELT
253600     MOVE KBR-KM-ENTGELT-KZ (H-K-IND, H-M-IND)
253700                                  TO KBR-MZ-ENTGELT-KZ
253800     MOVE KBR-KM-ANZ-FEHLT (H-K-IND, H-M-IND)
253900                                  TO KBR-MZ-ANZ-FEHLT
254000     MOVE KBR-KM-ZINSDIFFERENZ (H-K-IND, H-M-IND)
254100                                  TO KBR-MZ-ZINSDIFFERENZ
254200     MOVE KBR-KM-ZINS-KZ (H-K-IND, H-M-IND)
254300                                  TO KBR-MZ-ZINS-KZ
254400     MOVE KBR-KM-VSD-BETRAG (H-K-IND, H-M-IND)
254500                                  TO KBR-MZ-VSD-BETRAG
254600     MOVE KBR-KM-VK-ANZAHL (H-K-IND, H-M-IND)
254700                                  TO KBR-MZ-VK-ANZAHL
254800     MOVE KBR-KM-VK-ANERKANNT (H-K-IND, H-M-IND)
254900                                  TO KBR-MZ-VK-ANERKANNT
255000     MOVE KBR-KM-AB-ANZAHL (H-K-IND, H-M-IND)
255100                                  TO KBR-MZ-AB-ANZAHL
255200     MOVE KBR-KM-AB-BETRAG (H-K-IND, H-M-IND)
255300                                  TO KBR-MZ-AB-BETRAG
255400     MOVE KBR-MONATSZEILE         TO KBR-DRUCKZEILE
255500     WRITE KBR-DRUCKZEILE
255600     INITIALIZE KBR-EXT-MONAT
255700     MOVE "M"                     TO KBR-EK-SATZART
255800     MOVE H-MONAT                 TO KBR-EM-MONAT
255900     MOVE KBR-KM-ENTGELT (H-K-IND, H-M-IND)
256000                                  TO KBR-EM-ENTGELT
256100     MOVE KBR-KM-ENTGELT-KZ (H-K-IND, H-M-IND)
256200                                  TO KBR-EM-ENTGELT-KZ
256300     MOVE KBR-KM-ANZ-FEHLT (H-K-IND, H-M-IND)
256400                                  TO KBR-EM-ANZ-FEHLT
256500     MOVE KBR-KM-ZINSDIFFERENZ (H-K-IND, H-M-IND)
256600                                  TO KBR-EM-ZINSDIFFERENZ
256700     MOVE KBR-KM-ZINS-KZ (H-K-IND, H-M-IND)
256800                                  TO KBR-EM-ZINS-KZ
256900     MOVE KBR-KM-VSD-BETRAG (H-K-IND, H-M-IND)
257000                                  TO KBR-EM-VSD-BETRAG
257100     MOVE KBR-KM-VK-ANZAHL (H-K-IND, H-M-IND)
257200                                  TO KBR-EM-VK-ANZAHL
257300     MOVE KBR-KM-VK-ANERKANNT (H-K-IND, H-M-IND)
257400                                  TO KBR-EM-VK-ANERKANNT
257500     MOVE KBR-KM-AB-ANZAHL (H-K-IND, H-M-IND)
257600                                  TO KBR-EM-AB-ANZAHL
257700     MOVE KBR-KM-AB-BETRAG (H-K-IND, H-M-IND)
257800                                  TO KBR-EM-AB-BETRAG
257900     MOVE SPACE                   TO KBR-EXTRAKTZEILE
258000     STRING KBR-EXT-KOPF          DELIMITED BY SIZE
258100            KBR-EXT-MONAT         DELIMITED BY SIZE
258200       INTO KBR-EXTRAKTZEILE
258300     END-STRING
258400     WRITE KBR-EXTRAKTZEILE
258500     .
258600 5300-MONAT-SCHREIBEN-1002.
258700 5300-MONAT-SCHREIBEN-EXIT.
258800     EXIT.
258900/---------------------------------------------------------------*
259000* Altersklasse des Kontos in Bericht und Extrakt                *
259100*---------------------------------------------------------------*
259200 5400-ALTER-SCHREIBEN SECTION.
259300 5400-ALTER-SCHREIBEN-1001.
259400     INITIALIZE KBR-ALTERSZEILE
259500     EVALUATE H-A-IND
259600       WHEN 1
259700         MOVE C-TEXT-AL-1         TO KBR-AZ-TEXT
259800       WHEN 2
259900         MOVE C-TEXT-AL-2         TO KBR-AZ-TEXT
260000       WHEN 3
260100         MOVE C-TEXT-AL-3         TO KBR-AZ-TEXT
260200       WHEN OTHER
260300         MOVE C-TEXT-AL-4         TO KBR-AZ-TEXT
260400     END-EVALUATE
260500     MOVE KBR-KA-ANZAHL (H-K-IND, H-A-IND)
260600                                  TO KBR-AZ-ANZAHL
260700     MOVE KBR-KA-SUMME (H-K-IND, H-A-IND)
260800                                  TO KBR-AZ-SUMME
260900     MOVE KBR-ALTERSZEILE         TO KBR-DRUCKZEILE
261000     WRITE KBR-DRUCKZEILE
261100     INITIALIZE KBR-EXT-ALTER
261200     MOVE "A"                     TO KBR-EK-SATZART
261300     MOVE H-A-IND                 TO KBR-EA-KLASSE
261400     MOVE KBR-KA-ANZAHL (H-K-IND, H-A-IND)
261500                                  TO KBR-EA-ANZAHL
261600     MOVE KBR-KA-SUMME (H-K-IND, H-A-IND)
261700                                  TO KBR-EA-SUMME
261800     MOVE SPACE                   TO KBR-EXTRAKTZEILE
261900     STRING KBR-EXT-KOPF          DELIMITED BY SIZE
262000            KBR-EXT-ALTER         DELIMITED BY SIZE
262100       INTO KBR-EXTRAKTZEILE
262200     END-STRING
262300     WRITE KBR-EXTRAKTZEILE
262400     .
262500 5400-ALTER-SCHREIBEN-1002.
262600 5400-ALTER-SCHREIBEN-EXIT.
262700     EXIT.
262800/---------------------------------------------------------------*
262900* Ein Eintrag der Rangliste groesster Posten                    *
263000*---------------------------------------------------------------*
263100 5450-POSTEN-SCHREIBEN SECTION.
263200 5450-POSTEN-SCHREIBEN-1001.
263300     INITIALIZE KBR-POSTENZEILE
263400     MOVE H-T-IND                 TO KBR-PZ-RANG
263500     MOVE KBR-KT-AK-NUMMER (H-K-IND, H-T-IND)
263600                                  TO KBR-PZ-AK-NUMMER
263700     MOVE KBR-KT-AUSZUGSDATUM (H-K-IND, H-T-IND)
263800                                  TO KBR-PZ-AUSZUGSDATUM
263900     MOVE KBR-KT-AUSZUGSNUMMER (H-K-IND, H-T-IND)
264000                                  TO KBR-PZ-AUSZUGSNUMMER
264100     MOVE KBR-KT-AUSZUG-FNR (H-K-IND, H-T-IND)
264200                                  TO KBR-PZ-AUSZUG-FNR
264300     MOVE KBR-KT-LFD-NR-APO (H-K-IND, H-T-IND)
264400                                  TO KBR-PZ-LFD-NR-APO
264500     MOVE KBR-KT-STATUS (H-K-IND, H-T-IND)
264600                                  TO KBR-PZ-STATUS
264700     MOVE KBR-KT-VALUTA (H-K-IND, H-T-IND)
264800                                  TO KBR-PZ-VALUTA
264900     MOVE KBR-KT-TAGE (H-K-IND, H-T-IND)
265000                                  TO KBR-PZ-TAGE
265100     MOVE KBR-KT-BETRAG (H-K-IND, H-T-IND)
265200                                  TO KBR-PZ-BETRAG
265300     MOVE KBR-POSTENZEILE         TO KBR-DRUCKZEILE
265400     WRITE KBR-DRUCKZEILE
265500     INITIALIZE KBR-EXT-POSTEN
265600     MOVE "P"                     TO KBR-EK-SATZART
265700     MOVE H-T-IND                 TO KBR-EP-RANG
265800     MOVE KBR-KT-AK-NUMMER (H-K-IND, H-T-IND)
265900                                  TO KBR-EP-AK-NUMMER
266000     MOVE KBR-KT-AUSZUGSDATUM (H-K-IND, H-T-IND)
266100                                  TO KBR-EP-AUSZUGSDATUM
266200     MOVE KBR-KT-AUSZUGSNUMMER (H-K-IND, H-T-IND)
266300                                  TO KBR-EP-AUSZUGSNUMMER
266400     MOVE KBR-KT-AUSZUG-FNR (H-K-IND, H-T-IND)
266500                                  TO KBR-EP-AUSZUG-FNR
266600     MOVE KBR-KT-LFD-NR-APO (H-K-IND, H-T-IND)
266700                                  TO KBR-EP-LFD-NR-APO
266800     MOVE KBR-KT-STATUS (H-K-IND, H-T-IND)
266900                                  TO KBR-EP-STATUS
267000     MOVE KBR-KT-VALUTA (H-K-IND, H-T-IND)
267100                                  TO KBR-EP-VALUTA
267200     MOVE KBR-KT-TAGE (H-K-IND, H-T-IND)
267300                                  TO KBR-EP-TAGE
267400     MOVE KBR-KT-BETRAG (H-K-IND, H-T-IND)
267500                                  TO KBR-EP-BETRAG
267600     MOVE SPACE                   TO KBR-EXTRAKTZEILE
267700     STRING KBR-EXT-KOPF          DELIMITED BY SIZE
267800            KBR-EXT-POSTEN        DELIMITED BY SIZE
267900       INTO KBR-EXTRAKTZEILE
268000     END-STRING
268100     WRITE KBR-EXTRAKTZEILE
268200     .
268300 5450-POSTEN-SCHREIBEN-1002.
268400 5450-POSTEN-SCHREIBEN-EXIT.
268500     EXIT.
268600/---------------------------------------------------------------*
268700* Servicequalitaet des Korrespondenten: Auffaelligkeiten des    *
268800* Jahres und Urteil A (keine), B (bis C-GRENZE-B), C (mehr)     *
268900*---------------------------------------------------------------*
269000 5500-QUALITAET SECTION.
269100 5500-QUALITAET-1001.
269200     COMPUTE H-Q-SUMME = H-Q-ANZ-FEHLT
269300                       + H-Q-GEB-UEBER
269400                       + H-Q-GEB-OHNE
269500                       + H-Q-ZINS
269600                       + H-Q-VSD
269700                       + H-Q-VK
269800                       + H-Q-AB
269900                       + H-Q-UEBER-90
270000     EVALUATE TRUE
270100       WHEN H-Q-SUMME             = ZERO
270200         MOVE "A"                 TO H-URTEIL
270300       WHEN H-Q-SUMME             NOT > C-GRENZE-B
270400         MOVE "B"                 TO H-URTEIL
270500       WHEN OTHER
270600         MOVE "C"                 TO H-URTEIL
270700     END-EVALUATE
270800     INITIALIZE KBR-QUALITAETSZEILE
270900     MOVE C-TEXT-Q-TITEL          TO KBR-QZ-TEXT
271000     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
271100     WRITE KBR-DRUCKZEILE
271200     MOVE C-TEXT-Q-MIS            TO KBR-QZ-TEXT
271300     MOVE H-Q-ANZ-FEHLT           TO KBR-QZ-ANZAHL
271400     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
271500     WRITE KBR-DRUCKZEILE
271600     MOVE C-TEXT-Q-GEB-UEBER      TO KBR-QZ-TEXT
271700     MOVE H-Q-GEB-UEBER           TO KBR-QZ-ANZAHL
271800     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
271900     WRITE KBR-DRUCKZEILE
272000     MOVE C-TEXT-Q-GEB-OHNE       TO KBR-QZ-TEXT
272100     MOVE H-Q-GEB-OHNE            TO KBR-QZ-ANZAHL
272200     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
272300     WRITE KBR-DRUCKZEILE
272400     MOVE C-TEXT-Q-ZINS           TO KBR-QZ-TEXT
272500     MOVE H-Q-ZINS                TO KBR-QZ-ANZAHL
272600     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
272700     WRITE KBR-DRUCKZEILE
272800     MOVE C-TEXT-Q-VSD            TO KBR-QZ-TEXT
272900     MOVE H-Q-VSD                 TO KBR-QZ-ANZAHL
273000     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
273100     WRITE KBR-DRUCKZEILE
273200     MOVE C-TEXT-Q-VSD-OFFEN      TO KBR-QZ-TEXT
273300     MOVE H-Q-VSD-OFFEN           TO KBR-QZ-ANZAHL
273400     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
273500     WRITE KBR-DRUCKZEILE
273600     MOVE C-TEXT-Q-VK             TO KBR-QZ-TEXT
273700     MOVE H-Q-VK                  TO KBR-QZ-ANZAHL
273800     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
273900     WRITE KBR-DRUCKZEILE
274000     MOVE C-TEXT-Q-AB             TO KBR-QZ-TEXT
274100     MOVE H-Q-AB                  TO KBR-QZ-ANZAHL
274200     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
274300     WRITE KBR-DRUCKZEILE
274400     MOVE C-TEXT-Q-UEBER-90       TO KBR-QZ-TEXT
274500     MOVE H-Q-UEBER-90            TO KBR-QZ-ANZAHL
274600     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
274700     WRITE KBR-DRUCKZEILE
274800     MOVE C-TEXT-Q-URTEIL         TO KBR-QZ-TEXT
274900     MOVE H-Q-SUMME               TO KBR-QZ-ANZAHL
275000     MOVE H-URTEIL                TO KBR-QZ-URTEIL
275100     MOVE KBR-QUALITAETSZEILE     TO KBR-DRUCKZEILE
275200     WRITE KBR-DRUCKZEILE
275300     INITIALIZE KBR-EXT-KOPF
275400     MOVE H-JAHR                  TO KBR-EK-JAHR
275500     MOVE "Q"                     TO KBR-EK-SATZART
275600     MOVE H-HERKUNFT-ALT          TO KBR-EK-HERKUNFT
275700     INITIALIZE KBR-EXT-QUALITAET
275800     MOVE H-Q-ANZ-FEHLT           TO KBR-EQ-ANZ-FEHLT
275900     MOVE H-Q-GEB-UEBER           TO KBR-EQ-GEB-UEBER
276000     MOVE H-Q-GEB-OHNE            TO KBR-EQ-GEB-OHNE
276100     MOVE H-Q-ZINS                TO KBR-EQ-ZINS
276200     MOVE H-Q-VSD                 TO KBR-EQ-VSD
276300     MOVE H-Q-VSD-OFFEN           TO KBR-EQ-VSD-OFFEN
276400     MOVE H-Q-VK                  TO KBR-EQ-VK
276500     MOVE H-Q-AB                  TO KBR-EQ-AB
276600     MOVE H-Q-UEBER-90            TO KBR-EQ-UEBER-90
276700     MOVE H-Q-SUMME               TO KBR-EQ-SUMME
276800     MOVE H-URTEIL                TO KBR-EQ-URTEIL
276900     MOVE SPACE                   TO KBR-EXTRAKTZEILE
277000     STRING KBR-EXT-KOPF          DELIMITED BY SIZE
277100            KBR-EXT-QUALITAET     DELIMITED BY SIZE
277200       INTO KBR-EXTRAKTZEILE
277300     END-STRING
277400     WRITE KBR-EXTRAKTZEILE
277500     .
277600 5500-QUALITAET-1002.
277700 5500-QUALITAET-EXIT.
277800     EXIT.
277900/---------------------------------------------------------------*
278000* Konto in der Kontentabelle suchen (H-SUCHE); mit              *
278100* KONTO-ANLEGEN wird ein fehlendes Konto an seiner Schluessel-  *
278200* stelle eingefuegt. Konten anderer Korrespondenten als der     *
278300* Herkunft aus KBRPARM liefern H-K-IND = 0                      *
278400*---------------------------------------------------------------*
278500 7000-KONTO-SUCHEN SECTION.
278600 7000-KONTO-SUCHEN-1001.
278700     MOVE ZERO                    TO H-K-IND
278800     IF H-SU-HERKUNFT             = SPACE
278900     THEN
279000       GO TO 7000-KONTO-SUCHEN-EXIT
279100     END-IF
279200     IF KBR-P-HERKUNFT            NOT = SPACE
279300        AND KBR-P-HERKUNFT        NOT = H-SU-HERKUNFT
279400     THEN
279500       GO TO 7000-KONTO-SUCHEN-EXIT
279600     END-IF
279700     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
279800             UNTIL H-SUCH-IND     > KBR-ANZ-KONTEN
279900                OR H-K-IND        NOT = ZERO
280000       IF KBR-K-HERKUNFT (H-SUCH-IND) = H-SU-HERKUNFT
280100          AND KBR-K-KONTO-ID (H-SUCH-IND) = H-SU-KONTO-ID
280200          AND (H-SU-WAEHRUNG      = SPACE
280300            OR KBR-K-WAEHRUNG (H-SUCH-IND) = H-SU-WAEHRUNG)
280400       THEN
280500         MOVE H-SUCH-IND          TO H-K-IND
280600       END-IF
280700     END-PERFORM
280800     IF H-K-IND                   NOT = ZERO
280900     OR KONTO-N-ANLEGEN
281000     THEN
281100       GO TO 7000-KONTO-SUCHEN-EXIT
281200     END-IF
281300     IF KBR-ANZ-KONTEN            NOT < C-MAX-KONTEN
281400     THEN
281500       ADD C-1                    TO H-ANZ-UEBERLAUF
281600       GO TO 7000-KONTO-SUCHEN-EXIT
281700     END-IF
281800*    Einfuegestelle: erster Eintrag mit groesserem Schluessel
281900     ADD C-1 TO KBR-ANZ-KONTEN    GIVING H-K-IND
282000     PERFORM VARYING H-SUCH-IND FROM 1 BY 1
282100             UNTIL H-SUCH-IND     > KBR-ANZ-KONTEN
282200                OR H-K-IND        NOT > KBR-ANZ-KONTEN
282300       IF KBR-K-SCHLUESSEL (H-SUCH-IND) > H-SUCHE
282400       THEN
282500         MOVE H-SUCH-IND          TO H-K-IND
282600       END-IF
282700     END-PERFORM
282800*    nachfolgende Eintraege um einen Platz nach hinten schieben
282900     PERFORM VARYING H-VG-IND FROM KBR-ANZ-KONTEN BY -1
283000             UNTIL H-VG-IND       < H-K-IND
283100       MOVE KBR-KONTO (H-VG-IND)  TO KBR-KONTO (H-VG-IND + 1)
283200     END-PERFORM
283300     ADD C-1                      TO KBR-ANZ-KONTEN
283400     INITIALIZE KBR-KONTO (H-K-IND)
283500     MOVE H-SUCHE                 TO KBR-K-SCHLUESSEL (H-K-IND)
283600     .
283700 7000-KONTO-SUCHEN-1002.
283800 7000-KONTO-SUCHEN-EXIT.
283900     EXIT.
284000/---------------------------------------------------------------*
284100* Betrag aus einer Berichtszeile (Druckaufbereitung mit Komma)  *
284200* in H-BETRAG wandeln                                           *
284300*---------------------------------------------------------------*
284400 7700-BETRAG-WANDELN SECTION.
284500 7700-BETRAG-WANDELN-1001.
284600     INSPECT H-BETRAG-TEXT REPLACING ALL "," BY "."
284700     IF H-BETRAG-TEXT             = SPACE
284800     THEN
284900       MOVE ZERO                  TO H-BETRAG
285000     ELSE
285100       COMPUTE H-BETRAG = FUNCTION NUMVAL (H-BETRAG-TEXT)
285200     END-IF
285300     .
285400 7700-BETRAG-WANDELN-1002.
285500 7700-BETRAG-WANDELN-EXIT.
285600     EXIT.
285700/---------------------------------------------------------------*
285800* Monat H-MONAT-TEXT pruefen: H-M-IND 1 bis 12, sonst 0         *
285900*---------------------------------------------------------------*
286000 7800-MONAT-PRUEFEN SECTION.
286100 7800-MONAT-PRUEFEN-1001.
286200     MOVE ZERO                    TO H-M-IND
286300     IF H-MONAT-TEXT              NOT NUMERIC
286400     THEN
286500       GO TO 7800-MONAT-PRUEFEN-EXIT
286600     END-IF
286700     MOVE H-MONAT-TEXT            TO H-MONAT
286800     IF H-MONAT                   >= 1
286900        AND H-MONAT               <= 12
287000     THEN
287100       MOVE H-MONAT               TO H-M-IND
287200     END-IF
287300     .
287400 7800-MONAT-PRUEFEN-1002.
287500 7800-MONAT-PRUEFEN-EXIT.
287600     EXIT.
287700/---------------------------------------------------------------*
287800* Ergebnis eines Zeilenzugriffs auswerten                       *
287900*---------------------------------------------------------------*
288000 7900-ZEILE-PRUEFEN SECTION.
288100 7900-ZEILE-PRUEFEN-1001.
288200     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
288300     THEN
288400       SET ZEILE-GEFUNDEN         TO TRUE
288500     ELSE
288600       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT
288700       SET ZEILE-N-GEFUNDEN       TO TRUE
288800     END-IF
288900     .
289000 7900-ZEILE-PRUEFEN-1002.
289100 7900-ZEILE-PRUEFEN-EXIT.
289200     EXIT.
289300/---------------------------------------------------------------*
289400* Endeprotokoll                                                 *
289500*---------------------------------------------------------------*
289600 9000-PROTOKOLL SECTION.
289700 9000-PROTOKOLL-1001.
289800     INITIALIZE KBR-PROTOKOLL
289900     MOVE H-JAHR                  TO KBR-R-JAHR
290000     MOVE C-TEXT-ANZ-KORRESPONDENT
290100                                  TO KBR-R-TEXT
290200     MOVE H-ANZ-KORRESPONDENT     TO KBR-R-ANZAHL
290300     MOVE KBR-PROTOKOLL           TO KBR-DRUCKZEILE
290400     WRITE KBR-DRUCKZEILE
290500     MOVE C-TEXT-ANZ-KONTEN       TO KBR-R-TEXT
290600     MOVE H-ANZ-KONTEN            TO KBR-R-ANZAHL
290700     MOVE KBR-PROTOKOLL           TO KBR-DRUCKZEILE
290800     WRITE KBR-DRUCKZEILE
290900     IF H-ANZ-UEBERLAUF           NOT = ZERO
291000     THEN
291100       MOVE C-TEXT-ANZ-UEBERLAUF  TO KBR-R-TEXT
291200       MOVE H-ANZ-UEBERLAUF       TO KBR-R-ANZAHL
291300       MOVE KBR-PROTOKOLL         TO KBR-DRUCKZEILE
291400       WRITE KBR-DRUCKZEILE
291500     END-IF
291600     .
291700 9000-PROTOKOLL-1002.
291800 9000-PROTOKOLL-EXIT.
291900     EXIT.
292000/---------------------------------------------------------------*
292100* Programmende                                                  *
292200*---------------------------------------------------------------*
292300 9999-EXIT SECTION.
292400 9999-EXIT-1001.
292500     CLOSE KBRPARM
292600     CLOSE KBRAUS
292700     CLOSE KBREXT
292800     .
292900 9999-EXIT-1002.
293000 9999-EXIT-EXIT.
293100     EXIT.
