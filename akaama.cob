003200* moeglicher Gegenposten mit abweichender Primanota o.ae.)   *
003300* bleiben unveraendert offen und damit dem Dialog AKAADI     *
003400* vorbehalten.                                               *
003410* Abstimmkreise mit Risikoeinstufung H (KA02AKRK) werden    *     D09
003420* nicht automatisch geschlossen; ihre Posten bleiben der    *     D09
003430* manuellen Bearbeitung im Dialog vorbehalten.              *     D09
003500*@E-ELEMENTBESCHREIBUNG                                     *
003600*                                                           *
003700*@A-COBOL-COPY                                              *
004700* CKAI4SL1   : EINGABEBEREICH KKA4SL                        *
004800* CKAO4SL1   : AUSGABEBEREICH KKA4SL                        *
004900* CKAI4AP2   : EINGABEBEREICH KKA4AP (SCHL-1)               *
004910* CKAI4AP1   : EINGABEBEREICH KKA4AP (ANLAGE)               *
004920* CKAI5APM   : EINGABEBEREICH KKA5AP (MAX-FNR)              *
004930* CKAO5APM   : AUSGABEBEREICH KKA5AP (MAX-FNR)              *
004940* CKAI0AKB   : EINGABEBEREICH KA02AKGB                      *
004950* CKAO0AKB   : AUSGABEBEREICH KA02AKGB                      *
004960* CKAIENT    : EINGABEBEREICH AKAENT                        *
004970* CKAOENT    : AUSGABEBEREICH AKAENT                        *
004980* CKAI0AKC   : EINGABEBEREICH KA02AKKU                      *
004990* CKAO0AKC   : AUSGABEBEREICH KA02AKKU                      *
004991* CKAI0ARK   : EINGABEBEREICH KA02AKRK                      *     D09
004992* CKAO0ARK   : AUSGABEBEREICH KA02AKRK                      *     D09
005000*@E-COBOL-COPY                                              *
005100*                                                           *
090000* AENDERUNGSPROTOKOLL:                                      *
090080*     Schliessung gestempelt statt konstant 0.               *     D04
090081*     Datum: 14.09.2026                          NKZ: KLM   *     D04
090082*                                                           *     D04
090083* D05 R58773                                                *     D05
090084*     Protokollbetrag mit 3 Nachkommastellen wie APO-       *     D05
090085*     BETRAG; die Gegenbuchungspruefung arbeitet damit      *     D05
090086*     auch fuer KWD/BHD/OMR ohne Rundungsreste.             *     D05
090087*     Datum: 15.10.2026                          NKZ: KLM   *     D05
090088*                                                           *     D05
090089* D06 R58780                                                *     D06
090090*     Zweiter Durchgang: Nettoeingang und Bruttoposten      *     D06
090091*     mit Differenz = Korrespondentenentgelt (AKAENT,       *     D06
090092*     KA000AKEN) werden mit Schliessart EG geschlossen;     *     D06
090093*     Ausgleichsposten ueber den Abzug in der Paarung,      *     D06
090094*     Entgeltposten in eigener Schliessung mit GL-          *     D06
090095*     Vormerkung KA02AKGB (Grund ENTG).                     *     D06
090096*     Datum: 15.10.2026                          NKZ: KLM   *     D06
090097*                                                           *     D06
090100* D07 R58794                                                *     D07
090101*     Dritter Durchgang: Fremdwaehrungspaare (Haben/Soll    *     D07
090102*     in unterschiedlichen Waehrungen, gleiche Primanota),  *     D07
090103*     deren Gegenwerte zum KA02AKKU-Kurs des Valutatages    *     D07
090104*     innerhalb der FX-Toleranz des Abstimmkreises liegen,  *     D07
090105*     werden mit Schliessart FX geschlossen; Kursdifferenz  *     D07
090106*     als Restposten in eigener Schliessung mit GL-Vormer-  *     D07
090107*     kung KA02AKGB (Grund FXDI).                           *     D07
090108*     Datum: 15.10.2026                          NKZ: KLM   *     D07
090109*                                                           *     D07
09010A* D08 R58795                                                *     D08
09010B*     Neue Felder Kursergebnis/Neubewertung der             *     D08
09010C*     Vormerkung KA02AKGB mit Null eingestellt.             *     D08
09010D*     Datum: 15.10.2026                          NKZ: KLM   *     D08
09010E*                                                           *     D08
09010F* D09 R58806                                                *     D09
09010G*     Keine automatische Schliessung in Abstimmkreisen      *     D09
09010H*     mit Risikoeinstufung H (KA02AKRK).                    *     D09
09010I*     Datum: 15.10.2026                          NKZ: KLM   *     D09
09010J*                                                           *     D09
09010K* D10 R58813                                                *     D10
09010L*     Angelegte, finalisierte und kompensierend aufgehobene *     D10
09010M*     Schliessungen ueber AKAEVT als Ereignis nach KA02AKEO *     D10
09010N*     schreiben (Arbeitseinheit der Aenderung).             *     D10
09010O*     Datum: 15.10.2026                          NKZ: KLM   *     D10
09010P*                                                           *     D10
09010Q* D11 R58795                                                *     D11
09010R*     Kursergebnis der geschlossenen Schliessung fuer       *     D11
09010S*     KA02AKGB ueber AKAFXS ermitteln statt null.           *     D11
09010T*     Datum: 15.10.2026                          NKZ: KLM   *     D11
09010U*                                                           *     D11
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
104220                                  VALUE "01-INT-AEN-APO-AUFH".    D02
104230     20 C-01-INT-AEN-SCH-AUFH     PIC X(040)                      D02
104240                                  VALUE "01-INT-AEN-SCH-AUFH".    D02
104245     20 C-01-INT-ANL-APO          PIC X(040)                      D06
104250                                  VALUE "01-INT-ANL-APO".         D06
104255     20 C-01-INT-LES-MAX-FNR      PIC X(040)                      D06
104260                                  VALUE "01-INT-LES-MAX-FNR".     D06
104265     20 C-OBJEKT-AUF-KKA5AP       PIC X(020) VALUE "KKA5AP".      D06
104270     20 C-01-INT-ENTG-PRUEFEN     PIC X(040)                      D06
104275                                  VALUE "01-INT-ENTG-PRUEFEN".    D06
104276     20 C-01-INT-EREIGNIS-SCHR    PIC X(040)                      D10
104277                                  VALUE "01-INT-EREIGNIS-SCHR".   D10
104280     20 C-TAB-SCHREIBEN-EQUAL     PIC X(040)                      D06
104285                                  VALUE "SCHREIBEN-EQUAL".        D06
104290     20 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".    D06
104300     20 C-1                       PIC 9(004) COMP-5 VALUE 1.
104400     20 C-GELDKTO-UMSATZ-ABSTIMM  PIC X(002) VALUE "GU".
104500     20 C-SCHLIESSQUALI-GU        PIC X(002) VALUE "GU".
104600     20 C-SCHLIESSART-AUTOMATIK   PIC X(002) VALUE "AU".
104700     20 C-BEMERK-AUTOMATIK        PIC X(060) VALUE
104800        "Automatisch geschlossen (naechtliche Massenabstimmung)".
104802*    Paarung Nettoeingang/Bruttoposten mit Korrespondentenentgelt D06
104804     20 C-SCHLIESSART-ENTGELT     PIC X(002) VALUE "EG".          D06
104806     20 C-BEMERK-ENTGELT          PIC X(060) VALUE                D06
104808        "Automatisch geschlossen, Entgelt abgespalten".           D06
104810     20 C-BEMERK-ENTG-POSTEN      PIC X(060) VALUE                D06
104812        "ENTG: Korrespondentenentgelt, Abzug beim Eingang".       D06
104814     20 C-GRUND-ENTGELT           PIC X(004) VALUE "ENTG".        D06
104816     20 C-NACHRICHTYP-AUSGL       PIC X(020) VALUE                D06
104818                                  "Ausgleichsposten".             D06
104820     20 C-TXT-SL-9900             PIC 9(004) VALUE 9900.          D06
104822*    Fremdwaehrungspaare mit Kursdifferenz als Restposten         D07
104824     20 C-SCHLIESSART-FX          PIC X(002) VALUE "FX".          D07
104826     20 C-BEMERK-FX               PIC X(060) VALUE                D07
104828        "Automatisch geschlossen, Kursdifferenz abgespalten".     D07
104830     20 C-BEMERK-FX-POSTEN        PIC X(060) VALUE                D07
104832        "FXDI: Kursdifferenz Fremdwaehrungsabstimmung".           D07
104834     20 C-VERWENDUNG-FX           PIC X(060) VALUE                D07
104836        "KURSDIFFERENZ FREMDWAEHRUNGSABSTIMMUNG".                 D07
104838     20 C-GRUND-FXDIFF            PIC X(004) VALUE "FXDI".        D07
104840     20 C-STD-HAUSWAEHRUNG        PIC X(003) VALUE "EUR".         D07
104842     20 C-OBJEKT-TAB-KA02AKKU     PIC X(009) VALUE "KA02AKKU".    D07
104844     20 C-OBJEKT-TAB-KA02AKRK     PIC X(009) VALUE "KA02AKRK".    D09
104846     20 C-KLASSE-HOCH             PIC X(001) VALUE "H".           D09
104900 01  C-STATI.
105000     05 C-STATUS-OFFEN            PIC 9(001) VALUE 2.
105100     05 C-STATUS-GESCHLOSSEN      PIC 9(001) VALUE 8.
105101     05 C-STATUS-AUFGEHOBEN       PIC 9(001) VALUE 9.             D10
105200/---------------------------------------------------------------*
105300* Formatzeile Protokolldatei AMAAUS                             *
105400*---------------------------------------------------------------*
106500     05 FILLER                    PIC X(001) VALUE SPACE.
106600     05 AMA-D-PRIMANOTA           PIC X(006).
106700     05 FILLER                    PIC X(001) VALUE SPACE.
106800     05 AMA-D-BETRAG              PIC S9(011)V9(003).             D05
106900     05 FILLER                    PIC X(001) VALUE SPACE.
107000     05 AMA-D-WAEHRUNG            PIC X(003).
107020     05 FILLER                    PIC X(001) VALUE SPACE.         D06
107040     05 AMA-D-ART                 PIC X(004).                     D06
107060     05 FILLER                    PIC X(001) VALUE SPACE.         D06
107080     05 AMA-D-ENTGELT             PIC S9(011)V9(003).             D06
107100     05 FILLER                    PIC X(053) VALUE SPACE.         D06
107110 01  AMA-FEHLERZEILE.                                             D02
107120     05 FILLER                    PIC X(007) VALUE "FEHLER ".     D02
107130     05 AMA-F-AK-NUMMER           PIC 9(005).                     D02
109400  COPY CKAI4AP2.
109410  COPY CKAI4AP4.                                                  D02
109420  COPY CKAI4SL2.                                                  D02
109422  COPY CKAI4AP1.                                                  D06
109424  COPY CKAI5APM.                                                  D06
109426  COPY CKAO5APM.                                                  D06
109428  COPY CKAI0AKB.                                                  D06
109430  COPY CKAO0AKB.                                                  D06
109432/---------------------------------------------------------------* D06
109434* Entgeltdienst AKAENT (Abzugserkennung SHA/BEN)                * D06
109436*---------------------------------------------------------------* D06
109438  COPY CKAIENT.                                                   D06
109440  COPY CKAOENT.                                                   D06
109442  COPY CKAI0AKC.                                                  D07
109444  COPY CKAO0AKC.                                                  D07
109446  COPY CKAI0ARK.                                                  D09
109448  COPY CKAO0ARK.                                                  D09
109450  COPY CKAIEVT.                                                   D10
109452  COPY CKAIFXS.                                                   D11
109500/---------------------------------------------------------------*
109600* Hilfsvariable                                                 *
109700*---------------------------------------------------------------*
110800 01  H-ANZ-GESCHLOSSEN            PIC 9(007) COMP-3 VALUE ZERO.
110810 01  H-ANZ-FEHLER                 PIC 9(007) COMP-3 VALUE ZERO.   D02
110900 01  H-SCHLIESSUNGSNUMMER         PIC 9(012).
110905 01  H-SCHLIESSUNGSART            PIC X(002).                     D06
110910 01  H-SCHLIESS-BEMERK            PIC X(060).                     D06
110915 01  H-SCHLIESSUNGSNR-PAAR        PIC 9(012).                     D06
110920 01  H-INDEX-HABEN                PIC 9(003) COMP-3.              D06
110925 01  H-INDEX-SOLL                 PIC 9(003) COMP-3.              D06
110930 01  H-ENTG-ABZUG                 PIC S9(013)V9(003).             D06
110935 01  H-ENTG-TRAEGER               PIC X(003).                     D06
110940 01  H-ENTG-KANDIDAT              PIC X(001).                     D06
110945     88 ENTG-KANDIDAT-JA          VALUE "J".                      D06
110950     88 ENTG-KANDIDAT-NEIN        VALUE "N".                      D06
110955 01  H-ENTG-NEUE-FNR              PIC 9(005).                     D06
110960 01  H-ENTG-LFD-NR                PIC 9(007).                     D06
110965 01  H-ENTG-BETRAG                PIC S9(013)V9(003).             D06
110970 01  H-ENTG-BEMERKUNG             PIC X(060).                     D06
110975 01  H-ENTG-VERWENDUNG            PIC X(060).                     D06
110980 01  H-ENTG-SCHLIESSUNGSNR        PIC 9(012).                     D06
110985 01  H-ENTG-FEHLERTEXT            PIC X(050).                     D06
110F00 01  H-ENTG-WAEHRUNG              PIC X(003).                     D07
110F01 01  H-ENTG-GRUND                 PIC X(004).                     D07
110F02 01  H-INDEX-POSTEN               PIC 9(003) COMP-3.              D07
110F03 01  H-FX-DIFFERENZ               PIC S9(013)V9(003).             D07
110F04 01  H-FX-DIFF-ABS                PIC 9(013)V9(003).              D07
110F05 01  H-FX-KANDIDAT                PIC X(001).                     D07
110F06     88 FX-KANDIDAT-JA            VALUE "J".                      D07
110F07     88 FX-KANDIDAT-NEIN          VALUE "N".                      D07
110F08*---------------------------------------------------------------* D07
110F09* Gegenwerte der offenen Posten in Hauswaehrung (KA02AKKU-Kurs  * D07
110F0A* des Valutatages) fuer den Fremdwaehrungsdurchgang             * D07
110F0B*---------------------------------------------------------------* D07
110F0C 01  H-FX-GEGENWERTE.                                             D07
110F0D     05 H-FX-POSTEN               OCCURS 200.                     D07
110F0E        10 H-FX-GEGENWERT         PIC S9(013)V9(003).             D07
110F0F        10 H-FX-KURS-KZ           PIC X(001).                     D07
110F0G           88 FX-KURS-DA          VALUE "J".                      D07
110F0H           88 FX-KURS-FEHLT       VALUE "N".                      D07
111000 01  H-TIMESTAMP-FIELDS.
111100     05  H-DH-TIMESTAMP           PIC X(021).
111200     05  FILLER                   PIC X(005).
119640*      Intraday-Fenster: nur markierte Abstimmkreise              D03
119650       GO TO 2200-AK-VERARBEITEN-EXIT                             D03
119660     END-IF                                                       D03
119661*    Risikoeinstufung H: keine automatische Schliessung           D09
119662     MOVE KA0AKRS-AK-NUMMER       TO KAI0ARK-AK-NUMMER            D09
119663     CALL "CGSTAB"                                                D09
119664     USING C-TAB-LESEN-EQUAL                                      D09
119665           C-KONFIG-ID-KA                                         D09
119666           C-OBJEKT-TAB-KA02AKRK                                  D09
119667           GSOVER-VERSTAENDIGUNGSBEREICH                          D09
119668           KAI0ARK-EINGABEBEREICH                                 D09
119669           KAO0ARK-AUSGABEBEREICH                                 D09
11966A           GSTTAB-EIN-AUSGABEBEREICH                              D09
11966B     END-CALL                                                     D09
11966C     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D09
11966D     THEN                                                         D09
11966E       IF KAO0ARK-KLASSE          = C-KLASSE-HOCH                 D09
11966F       THEN                                                       D09
11966G         GO TO 2200-AK-VERARBEITEN-EXIT                           D09
11966H       END-IF                                                     D09
11966I     ELSE                                                         D09
11966J       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D09
11966K     END-IF                                                       D09
119670*    Matching-Regel des Kreistyps lesen (Regelnummer wird         D04
119680*    in der Schliessung gestempelt)                               D04
119690     PERFORM 2250-MATCH-REGEL-LESEN                               D04
121700                                THRU 2300-PAAR-SUCHEN-AUSSEN-EXIT
121800                                VARYING H-INDEX-1 FROM 1 BY 1
121900                                UNTIL H-INDEX-1 >= H-ANZ-TREFFER
121910*      zweiter Durchgang: Nettoeingaenge, die um ein Korrespon-   D06
121920*      dentenentgelt gekuerzt sind, gegen den Bruttoposten        D06
121930       PERFORM 2500-ENTG-SUCHEN-AUSSEN                            D06
121940                            THRU 2500-ENTG-SUCHEN-AUSSEN-EXIT     D06
121950                            VARYING H-INDEX-1 FROM 1 BY 1         D06
121960                            UNTIL H-INDEX-1 > H-ANZ-TREFFER       D06
121F00*      dritter Durchgang: Fremdwaehrungspaare, deren Gegenwerte   D07
121F01*      zum Kurs des Valutatages innerhalb der Kurstoleranz liegen D07
121F02       PERFORM 2700-FX-GEGENWERT-ERMITTELN                        D07
121F03                          THRU 2700-FX-GEGENWERT-ERMITTELN-EXIT   D07
121F04                          VARYING H-INDEX-3 FROM 1 BY 1           D07
121F05                          UNTIL H-INDEX-3 > H-ANZ-TREFFER         D07
121F06       PERFORM 2710-FX-SUCHEN-AUSSEN                              D07
121F07                          THRU 2710-FX-SUCHEN-AUSSEN-EXIT         D07
121F08                          VARYING H-INDEX-1 FROM 1 BY 1           D07
121F09                          UNTIL H-INDEX-1 > H-ANZ-TREFFER         D07
122000     END-IF
122100     .
122200 2200-AK-VERARBEITEN-1002.
128700*---------------------------------------------------------------*
128800 2400-PAAR-SCHLIESSEN SECTION.
128900 2400-PAAR-SCHLIESSEN-1001.
128920     MOVE C-SCHLIESSART-AUTOMATIK TO H-SCHLIESSUNGSART            D06
128940     MOVE C-BEMERK-AUTOMATIK      TO H-SCHLIESS-BEMERK            D06
129000     PERFORM 2410-SCHLIESSUNG-ANLEGEN
129100                                THRU 2410-SCHLIESSUNG-ANLEGEN-EXIT
129200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
131900     MOVE C-GELDKTO-UMSATZ-ABSTIMM
132000                                  TO KAI4SL1-AKTUELLE-ABSTIMM-ART
132100     MOVE ZERO                    TO KAI4SL1-SCHLIESSUNGSNR
132200     MOVE H-SCHLIESSUNGSART       TO KAI4SL1-SCHLIESSUNGSART      D06
132300     MOVE H-SCHLIESS-BEMERK       TO KAI4SL1-SCHLIESSUNG-BEMERK   D06
132400     MOVE C-GELDKTO-UMSATZ-ABSTIMM
132500                                  TO KAI4SL1-ABSTIMM-ART
132600     MOVE C-SCHLIESSQUALI-GU      TO KAI4SL1-SCHLIESSUNGSQUALI
136200             DUMMY
136300             KAXIND-INDICES
136400       END-CALL
136401       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT           D10
136402       THEN                                                       D10
136403         PERFORM 2415-SCHLIESSUNG-EREIGNISSE                      D10
136404                          THRU 2415-SCHLIESSUNG-EREIGNISSE-EXIT   D10
136405       END-IF                                                     D10
136500     END-IF
136600     .
136700 2410-SCHLIESSUNG-ANLEGEN-1002.
136800 2410-SCHLIESSUNG-ANLEGEN-EXIT.
136900     EXIT.
136901/---------------------------------------------------------------* D10
136902* Ereignisse zur angelegten und finalisierten Schliessung in    * D10
136903* die Outbox KA02AKEO schreiben                                 * D10
136904*---------------------------------------------------------------* D10
136905 2415-SCHLIESSUNG-EREIGNISSE SECTION.                             D10
136906 2415-SCHLIESSUNG-EREIGNISSE-1001.                                D10
136907     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D10
136908     SET KAIEVT-ANGELEGT          TO TRUE                         D10
136909     PERFORM 2417-EREIGNIS-SCHREIBEN                              D10
13690A                              THRU 2417-EREIGNIS-SCHREIBEN-EXIT   D10
13690B     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D10
13690C     THEN                                                         D10
13690D       GO TO 2415-SCHLIESSUNG-EREIGNISSE-EXIT                     D10
13690E     END-IF                                                       D10
13690F     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D10
13690G     SET KAIEVT-FREIGEGEBEN       TO TRUE                         D10
13690H     MOVE C-STATUS-GESCHLOSSEN    TO KAIEVT-STATUS-NEU            D10
13690I     PERFORM 2417-EREIGNIS-SCHREIBEN                              D10
13690J                              THRU 2417-EREIGNIS-SCHREIBEN-EXIT   D10
13690K     .                                                            D10
13690L 2415-SCHLIESSUNG-EREIGNISSE-1002.                                D10
13690M 2415-SCHLIESSUNG-EREIGNISSE-EXIT.                                D10
13690N     EXIT.                                                        D10
13690O/---------------------------------------------------------------* D10
13690P* Ereignis zur kompensierend aufgehobenen Schliessung; wie die   *D10
13690Q* Aufhebung selbst beeinflusst es den Lauf nicht                * D10
13690R*---------------------------------------------------------------* D10
13690S 2416-AUFH-EREIGNIS SECTION.                                      D10
13690T 2416-AUFH-EREIGNIS-1001.                                         D10
13690U     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D10
13690V     THEN                                                         D10
13690W       INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                       D10
13690X       SET KAIEVT-AUFGEHOBEN      TO TRUE                         D10
13690Y       MOVE C-STATUS-GESCHLOSSEN  TO KAIEVT-STATUS-ALT            D10
13690Z       MOVE C-STATUS-AUFGEHOBEN   TO KAIEVT-STATUS-NEU            D10
136910       PERFORM 2417-EREIGNIS-SCHREIBEN                            D10
136911                              THRU 2417-EREIGNIS-SCHREIBEN-EXIT   D10
136912     END-IF                                                       D10
136913     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D10
136914     .                                                            D10
136915 2416-AUFH-EREIGNIS-1002.                                         D10
136916 2416-AUFH-EREIGNIS-EXIT.                                         D10
136917     EXIT.                                                        D10
136918/---------------------------------------------------------------* D10
136919* Ereignis zur Schliessung H-SCHLIESSUNGSNUMMER ueber AKAEVT    * D10
13691A* schreiben                                                     * D10
13691B*---------------------------------------------------------------* D10
13691C 2417-EREIGNIS-SCHREIBEN SECTION.                                 D10
13691D 2417-EREIGNIS-SCHREIBEN-1001.                                    D10
13691E     MOVE C-01-INT-EREIGNIS-SCHR  TO KAIEVT-FUNKTION              D10
13691F     MOVE C-AKAAMA                TO KAIEVT-PROGRAMM              D10
13691G     MOVE C-AKAAMA                TO KAIEVT-BENUTZER              D10
13691H     SET KAIEVT-OBJEKT-SCH        TO TRUE                         D10
13691I     MOVE KA0AKRS-AK-NUMMER       TO KAIEVT-AK-NUMMER             D10
13691J     MOVE H-SCHLIESSUNGSNUMMER    TO KAIEVT-SCHLIESSUNGSNR        D10
13691K     CALL "AKAEVT"                                                D10
13691L     USING KAIEVT-EIN-AUSGABEBEREICH                              D10
13691M           GSOVER-VERSTAENDIGUNGSBEREICH                          D10
13691N     END-CALL                                                     D10
13691O     .                                                            D10
13691P 2417-EREIGNIS-SCHREIBEN-1002.                                    D10
13691Q 2417-EREIGNIS-SCHREIBEN-EXIT.                                    D10
13691R     EXIT.                                                        D10
137000/---------------------------------------------------------------*
137100* Eine Position der Schliessung zuordnen                        *
137200*---------------------------------------------------------------*
138900                                  TO KAI4AP2-LFD-NR-APO
139000     MOVE C-STATUS-GESCHLOSSEN    TO KAI4AP2-STATUS
139100     MOVE H-SCHLIESSUNGSNUMMER    TO KAI4AP2-SCHLIESSUNGSNR
139200     MOVE H-SCHLIESSUNGSART       TO KAI4AP2-SCHLIESSUNGSART      D06
139300     MOVE H-DH-TIMESTAMP          TO KAI4AP2-TIMESTAMP
139400     MOVE C-AKAAMA                TO KAI4AP2-USER
139500     CALL "CGSAUF"
142500                                  TO AMA-D-BETRAG
142600     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX-1)
142700                                  TO AMA-D-WAEHRUNG
142705*    Paarung mit abgespaltenem Korrespondentenentgelt kennzeichnenD06
142710     IF H-SCHLIESSUNGSART         = C-SCHLIESSART-ENTGELT         D06
142715     THEN                                                         D06
142720       MOVE C-GRUND-ENTGELT       TO AMA-D-ART                    D06
142725       MOVE H-ENTG-ABZUG          TO AMA-D-ENTGELT                D06
142730     END-IF                                                       D06
142735*    Fremdwaehrungspaar mit abgespaltener Kursdifferenz           D07
142740     IF H-SCHLIESSUNGSART         = C-SCHLIESSART-FX              D07
142745     THEN                                                         D07
142750       MOVE C-GRUND-FXDIFF        TO AMA-D-ART                    D07
142755       MOVE H-FX-DIFFERENZ        TO AMA-D-ENTGELT                D07
142760     END-IF                                                       D07
142800     MOVE AMA-DETAIL              TO AMA-DRUCKZEILE
142900     WRITE AMA-DRUCKZEILE
143000     .
14332N           KAI4SL2-EINGABEBEREICH                                 D02
14332O           DUMMY                                                  D02
14332P     END-CALL                                                     D02
14332Q     PERFORM 2416-AUFH-EREIGNIS THRU 2416-AUFH-EREIGNIS-EXIT      D10
14332R*    Protokollzeile fuer die Fruehschicht                         D02
14332S     MOVE KA0AKRS-AK-NUMMER       TO AMA-F-AK-NUMMER              D02
14332T     MOVE H-SCHLIESSUNGSNUMMER    TO AMA-F-SCHLIESSUNGSNR         D02
14332Z 2440-PAARUNG-KOMPENSIEREN-1002.                                  D02
14333A 2440-PAARUNG-KOMPENSIEREN-EXIT.                                  D02
14333B     EXIT.                                                        D02
14333C/---------------------------------------------------------------* D06
14333D* Zweiter Durchgang: zu einem offenen Nettoeingang (Haben) den  * D06
14333E* Bruttoposten (Soll) suchen, dessen Differenz als Korrespon-   * D06
14333F* dentenentgelt zum Entgelttraeger und zur Vereinbarung         * D06
14333G* KA000AKEN passt. Wie bei der Null-Summen-Paarung muss der     * D06
14333H* Gegenposten beidseitig eindeutig sein.                        * D06
14333I*---------------------------------------------------------------* D06
14333J 2500-ENTG-SUCHEN-AUSSEN SECTION.                                 D06
14333K 2500-ENTG-SUCHEN-AUSSEN-1001.                                    D06
14333L     IF H-PAAR-VERBRAUCHT (H-INDEX-1) = C-VERBRAUCHT              D06
14333M     OR KAO5OF2-APO-BETRAG (H-INDEX-1) NOT > ZERO                 D06
14333N     THEN                                                         D06
14333O       GO TO 2500-ENTG-SUCHEN-AUSSEN-EXIT                         D06
14333P     END-IF                                                       D06
14333Q     MOVE ZERO                    TO H-INDEX-SCHL                 D06
14333R     PERFORM 2510-ENTG-SUCHEN-INNEN                               D06
14333S                            THRU 2510-ENTG-SUCHEN-INNEN-EXIT      D06
14333T                            VARYING H-INDEX-2 FROM 1 BY 1         D06
14333U                            UNTIL H-INDEX-2 > H-ANZ-TREFFER       D06
14333V     IF H-INDEX-SCHL              > ZERO                          D06
14333W     THEN                                                         D06
14333X*      Gegenprobe: der Bruttoposten darf nur zu genau einem       D06
14333Y*      Nettoeingang passen                                        D06
14333Z       PERFORM 2520-ENTG-GEGENPROBE                               D06
143340                            THRU 2520-ENTG-GEGENPROBE-EXIT        D06
143341     END-IF                                                       D06
143342     IF H-INDEX-SCHL              > ZERO                          D06
143343     THEN                                                         D06
143344       PERFORM 2600-ENTG-PAAR-SCHLIESSEN                          D06
143345                            THRU 2600-ENTG-PAAR-SCHLIESSEN-EXIT   D06
143346     END-IF                                                       D06
143347     .                                                            D06
143348 2500-ENTG-SUCHEN-AUSSEN-1002.                                    D06
143349 2500-ENTG-SUCHEN-AUSSEN-EXIT.                                    D06
14334A     EXIT.                                                        D06
14334B/---------------------------------------------------------------* D06
14334C* Innere Suchschleife: Bruttoposten-Kandidaten zaehlen          * D06
14334D*---------------------------------------------------------------* D06
14334E 2510-ENTG-SUCHEN-INNEN SECTION.                                  D06
14334F 2510-ENTG-SUCHEN-INNEN-1001.                                     D06
14334G     IF H-INDEX-2                 = H-INDEX-1                     D06
14334H     OR H-PAAR-VERBRAUCHT (H-INDEX-2) = C-VERBRAUCHT              D06
14334I     OR KAO5OF2-APO-BETRAG (H-INDEX-2) NOT < ZERO                 D06
14334J     THEN                                                         D06
14334K       GO TO 2510-ENTG-SUCHEN-INNEN-EXIT                          D06
14334L     END-IF                                                       D06
14334M     MOVE H-INDEX-1               TO H-INDEX-HABEN                D06
14334N     MOVE H-INDEX-2               TO H-INDEX-SOLL                 D06
14334O     PERFORM 2530-ENTG-KANDIDAT-PRUEFEN                           D06
14334P                            THRU 2530-ENTG-KANDIDAT-PRUEFEN-EXIT  D06
14334Q     IF ENTG-KANDIDAT-JA                                          D06
14334R     THEN                                                         D06
14334S       IF H-INDEX-SCHL            = ZERO                          D06
14334T       THEN                                                       D06
14334U         MOVE H-INDEX-2           TO H-INDEX-SCHL                 D06
14334V       ELSE                                                       D06
14334W*        Mehrdeutig - Paarung dem Dialog ueberlassen              D06
14334X         MOVE ZERO                TO H-INDEX-SCHL                 D06
14334Y         MOVE H-ANZ-TREFFER       TO H-INDEX-2                    D06
14334Z       END-IF                                                     D06
143350     END-IF                                                       D06
143351     .                                                            D06
143352 2510-ENTG-SUCHEN-INNEN-1002.                                     D06
143353 2510-ENTG-SUCHEN-INNEN-EXIT.                                     D06
143354     EXIT.                                                        D06
143355/---------------------------------------------------------------* D06
143356* Gegenprobe: Nettoeingaenge zaehlen, die zum gefundenen        * D06
143357* Bruttoposten passen; bei genau einem wird die Entgeltpruefung * D06
143358* fuer das gefundene Paar wiederholt (Abzug und Traeger merken) * D06
143359*---------------------------------------------------------------* D06
14335A 2520-ENTG-GEGENPROBE SECTION.                                    D06
14335B 2520-ENTG-GEGENPROBE-1001.                                       D06
14335C     MOVE ZERO                    TO H-ANZ-GEGEN-BETRAG           D06
14335D     PERFORM 2525-ENTG-GEGENPROBE-ZAEHLEN                         D06
14335E                      THRU 2525-ENTG-GEGENPROBE-ZAEHLEN-EXIT      D06
14335F                      VARYING H-INDEX-3 FROM 1 BY 1               D06
14335G                      UNTIL H-INDEX-3 > H-ANZ-TREFFER             D06
14335H     IF H-ANZ-GEGEN-BETRAG        NOT = C-1                       D06
14335I     THEN                                                         D06
14335J       MOVE ZERO                  TO H-INDEX-SCHL                 D06
14335K       GO TO 2520-ENTG-GEGENPROBE-EXIT                            D06
14335L     END-IF                                                       D06
14335M     MOVE H-INDEX-1               TO H-INDEX-HABEN                D06
14335N     MOVE H-INDEX-SCHL            TO H-INDEX-SOLL                 D06
14335O     PERFORM 2530-ENTG-KANDIDAT-PRUEFEN                           D06
14335P                            THRU 2530-ENTG-KANDIDAT-PRUEFEN-EXIT  D06
14335Q     IF ENTG-KANDIDAT-NEIN                                        D06
14335R     THEN                                                         D06
14335S       MOVE ZERO                  TO H-INDEX-SCHL                 D06
14335T     END-IF                                                       D06
14335U     .                                                            D06
14335V 2520-ENTG-GEGENPROBE-1002.                                       D06
14335W 2520-ENTG-GEGENPROBE-EXIT.                                       D06
14335X     EXIT.                                                        D06
14335Y/---------------------------------------------------------------* D06
14335Z* Zaehlschleife der Gegenprobe                                  * D06
143360*---------------------------------------------------------------* D06
143361 2525-ENTG-GEGENPROBE-ZAEHLEN SECTION.                            D06
143362 2525-ENTG-GEGENPROBE-ZAEHLEN-1001.                               D06
143363     IF H-PAAR-VERBRAUCHT (H-INDEX-3) = C-VERBRAUCHT              D06
143364     OR KAO5OF2-APO-BETRAG (H-INDEX-3) NOT > ZERO                 D06
143365     THEN                                                         D06
143366       GO TO 2525-ENTG-GEGENPROBE-ZAEHLEN-EXIT                    D06
143367     END-IF                                                       D06
143368     MOVE H-INDEX-3               TO H-INDEX-HABEN                D06
143369     MOVE H-INDEX-SCHL            TO H-INDEX-SOLL                 D06
14336A     PERFORM 2530-ENTG-KANDIDAT-PRUEFEN                           D06
14336B                            THRU 2530-ENTG-KANDIDAT-PRUEFEN-EXIT  D06
14336C     IF ENTG-KANDIDAT-JA                                          D06
14336D     THEN                                                         D06
14336E       ADD C-1                    TO H-ANZ-GEGEN-BETRAG           D06
14336F     END-IF                                                       D06
14336G     .                                                            D06
14336H 2525-ENTG-GEGENPROBE-ZAEHLEN-1002.                               D06
14336I 2525-ENTG-GEGENPROBE-ZAEHLEN-EXIT.                               D06
14336J     EXIT.                                                        D06
14336K/---------------------------------------------------------------* D06
14336L* Passt das Paar Nettoeingang (H-INDEX-HABEN) / Bruttoposten    * D06
14336M* (H-INDEX-SOLL)? Gleiche Waehrung, Primanota und Regelfelder   * D06
14336N* wie bei der Null-Summen-Paarung; der Fehlbetrag muss laut     * D06
14336O* AKAENT zum Entgelttraeger (des Eingangs, sonst des Brutto-    * D06
14336P* postens) und zur Vereinbarung des Nostrokontos passen.        * D06
14336Q*---------------------------------------------------------------* D06
14336R 2530-ENTG-KANDIDAT-PRUEFEN SECTION.                              D06
14336S 2530-ENTG-KANDIDAT-PRUEFEN-1001.                                 D06
14336T     SET ENTG-KANDIDAT-NEIN       TO TRUE                         D06
14336U     IF KAO5OF2-APO-WAEHRUNG (H-INDEX-HABEN)                      D06
14336V        NOT = KAO5OF2-APO-WAEHRUNG (H-INDEX-SOLL)                 D06
14336W     OR KAO5OF2-APO-PRIMANOTA (H-INDEX-HABEN)                     D06
14336X        NOT = KAO5OF2-APO-PRIMANOTA (H-INDEX-SOLL)                D06
14336Y     OR (H-REGEL-VALUTA-PFLICHT   = C-J                           D06
14336Z         AND KAO5OF2-APO-VALUTA (H-INDEX-HABEN)                   D06
143370             NOT = KAO5OF2-APO-VALUTA (H-INDEX-SOLL))             D06
143371     OR (H-REGEL-ISIN-PFLICHT     = C-J                           D06
143372         AND KAO5OF2-APO-ISIN (H-INDEX-HABEN)                     D06
143373             NOT = KAO5OF2-APO-ISIN (H-INDEX-SOLL))               D06
143374     THEN                                                         D06
143375       GO TO 2530-ENTG-KANDIDAT-PRUEFEN-EXIT                      D06
143376     END-IF                                                       D06
143377     COMPUTE H-ENTG-ABZUG         = ZERO                          D06
143378             - KAO5OF2-APO-BETRAG (H-INDEX-HABEN)                 D06
143379             - KAO5OF2-APO-BETRAG (H-INDEX-SOLL)                  D06
14337A       ON SIZE ERROR                                              D06
14337B         GO TO 2530-ENTG-KANDIDAT-PRUEFEN-EXIT                    D06
14337C     END-COMPUTE                                                  D06
14337D     IF H-ENTG-ABZUG              NOT > ZERO                      D06
14337E     THEN                                                         D06
14337F       GO TO 2530-ENTG-KANDIDAT-PRUEFEN-EXIT                      D06
14337G     END-IF                                                       D06
14337H     MOVE C-01-INT-ENTG-PRUEFEN   TO KAIENT-FUNKTION              D06
14337I     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX-HABEN)                    D06
14337J                                  TO KAIENT-HERKUNFT              D06
14337K     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX-HABEN)            D06
14337L                                  TO KAIENT-KONTO-ID              D06
14337M     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX-HABEN)                    D06
14337N                                  TO KAIENT-WAEHRUNG              D06
14337O     MOVE KAO5OF2-APO-ENTGELT-TRAEGER (H-INDEX-HABEN)             D06
14337P                                  TO KAIENT-ENTGELT-TRAEGER       D06
14337Q     IF KAIENT-ENTGELT-TRAEGER    = SPACE                         D06
14337R     THEN                                                         D06
14337S       MOVE KAO5OF2-APO-ENTGELT-TRAEGER (H-INDEX-SOLL)            D06
14337T                                  TO KAIENT-ENTGELT-TRAEGER       D06
14337U     END-IF                                                       D06
14337V     MOVE H-ENTG-ABZUG            TO KAIENT-ABZUG                 D06
14337W     CALL "AKAENT" USING                                          D06
14337X          KAIENT-EINGABEBEREICH                                   D06
14337Y          KAOENT-AUSGABEBEREICH                                   D06
14337Z          GSOVER-VERSTAENDIGUNGSBEREICH                           D06
143380     END-CALL                                                     D06
143381     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
143382     THEN                                                         D06
143383       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D06
143384       GO TO 2530-ENTG-KANDIDAT-PRUEFEN-EXIT                      D06
143385     END-IF                                                       D06
143386     IF KAOENT-PASST                                              D06
143387     THEN                                                         D06
143388       SET ENTG-KANDIDAT-JA       TO TRUE                         D06
143389       MOVE KAOENT-ENTGELT-TRAEGER                                D06
14338A                                  TO H-ENTG-TRAEGER               D06
14338B     END-IF                                                       D06
14338C     .                                                            D06
14338D 2530-ENTG-KANDIDAT-PRUEFEN-1002.                                 D06
14338E 2530-ENTG-KANDIDAT-PRUEFEN-EXIT.                                 D06
14338F     EXIT.                                                        D06
14338G/---------------------------------------------------------------* D06
14338H* Paar mit Korrespondentenentgelt schliessen:                   * D06
14338I* 1. Schliessung (Art EG) anlegen, beide Posten zuordnen        * D06
14338J* 2. geschlossenen Ausgleichsposten ueber den Abzug auf dem     * D06
14338K*    Nostrokonto des Eingangs in derselben Schliessung anlegen  * D06
14338L* 3. Entgeltposten (Soll, Verwendungszweck ENTGELT) in einer    * D06
14338M*    eigenen Schliessung mit Bemerkung "ENTG:" anlegen und      * D06
14338N*    diese in KA02AKGB zur Buchung auf das Entgeltkonto         * D06
14338O*    vormerken (AKAGLB, Schliessungsgrund ENTG)                 * D06
14338P*---------------------------------------------------------------* D06
14338Q 2600-ENTG-PAAR-SCHLIESSEN SECTION.                               D06
14338R 2600-ENTG-PAAR-SCHLIESSEN-1001.                                  D06
14338S     MOVE C-SCHLIESSART-ENTGELT   TO H-SCHLIESSUNGSART            D06
14338T     MOVE C-BEMERK-ENTGELT        TO H-SCHLIESS-BEMERK            D06
14338U     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX-1)                        D07
14338V                                  TO H-ENTG-WAEHRUNG              D07
14338W     MOVE C-GRUND-ENTGELT         TO H-ENTG-GRUND                 D07
14338X     MOVE H-INDEX-1               TO H-INDEX-POSTEN               D07
14338Y     PERFORM 2410-SCHLIESSUNG-ANLEGEN                             D06
14338Z                            THRU 2410-SCHLIESSUNG-ANLEGEN-EXIT    D06
143390     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
143391     THEN                                                         D06
143392*      Schliessung nicht anlegbar - Paarung offen lassen          D06
143393       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D06
143394       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
143395     END-IF                                                       D06
143396     MOVE H-SCHLIESSUNGSNUMMER    TO H-SCHLIESSUNGSNR-PAAR        D06
143397     MOVE H-INDEX-1               TO H-INDEX-2                    D06
143398     PERFORM 2420-APO-ZUORDNEN    THRU 2420-APO-ZUORDNEN-EXIT     D06
143399     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
14339A     THEN                                                         D06
14339B       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D06
14339C                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D06
14339D       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
14339E     END-IF                                                       D06
14339F     MOVE H-INDEX-SCHL            TO H-INDEX-2                    D06
14339G     PERFORM 2420-APO-ZUORDNEN    THRU 2420-APO-ZUORDNEN-EXIT     D06
14339H     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
14339I     THEN                                                         D06
14339J       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D06
14339K                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D06
14339L       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
14339M     END-IF                                                       D06
14339N*    Ausgleichsposten ueber den Abzug in der Paarschliessung      D06
14339O     PERFORM 2610-ENTG-MAX-FNR    THRU 2610-ENTG-MAX-FNR-EXIT     D06
14339P     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
14339Q     THEN                                                         D06
14339R       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D06
14339S                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D06
14339T       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
14339U     END-IF                                                       D06
14339V     MOVE C-1                     TO H-ENTG-LFD-NR                D06
14339W     MOVE H-ENTG-ABZUG            TO H-ENTG-BETRAG                D06
14339X     MOVE C-NACHRICHTYP-AUSGL     TO H-ENTG-VERWENDUNG            D06
14339Y     MOVE H-SCHLIESSUNGSNR-PAAR   TO H-ENTG-SCHLIESSUNGSNR        D06
14339Z     MOVE C-BEMERK-ENTGELT        TO H-ENTG-BEMERKUNG             D06
1433A0     PERFORM 2620-ENTG-POSTEN-ANLEGEN                             D06
1433A1                            THRU 2620-ENTG-POSTEN-ANLEGEN-EXIT    D06
1433A2     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
1433A3     THEN                                                         D06
1433A4       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D06
1433A5                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D06
1433A6       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
1433A7     END-IF                                                       D06
1433A8     MOVE C-VERBRAUCHT            TO                              D06
1433A9                                  H-PAAR-VERBRAUCHT (H-INDEX-1)   D06
1433AA     MOVE C-VERBRAUCHT            TO                              D06
1433AB                                  H-PAAR-VERBRAUCHT (H-INDEX-SCHL)D06
1433AC     ADD C-1                      TO H-ANZ-GESCHLOSSEN            D06
1433AD*    Entgeltposten in eigener Schliessung                         D06
1433AE     MOVE C-BEMERK-ENTG-POSTEN    TO H-SCHLIESS-BEMERK            D06
1433AF     PERFORM 2410-SCHLIESSUNG-ANLEGEN                             D06
1433AG                            THRU 2410-SCHLIESSUNG-ANLEGEN-EXIT    D06
1433AH     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
1433AI     THEN                                                         D06
1433AJ       MOVE "ENTGELTSCHLIESSUNG NICHT ANGELEGT - NACHARBEIT"      D06
1433AK                                  TO H-ENTG-FEHLERTEXT            D06
1433AL       PERFORM 2640-ENTG-FEHLER-PROTOKOLL                         D06
1433AM                            THRU 2640-ENTG-FEHLER-PROTOKOLL-EXIT  D06
1433AN       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
1433AO     END-IF                                                       D06
1433AP     ADD C-1                      TO H-ENTG-LFD-NR                D06
1433AQ     COMPUTE H-ENTG-BETRAG        = ZERO - H-ENTG-ABZUG           D06
1433AR     MOVE SPACE                   TO H-ENTG-VERWENDUNG            D06
1433AS     STRING "ENTGELT "            DELIMITED BY SIZE               D06
1433AT            H-ENTG-TRAEGER        DELIMITED BY SIZE               D06
1433AU            " KORRESPONDENT "     DELIMITED BY SIZE               D06
1433AV            KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX-1)              D06
1433AW                                  DELIMITED BY SPACE              D06
1433AX       INTO H-ENTG-VERWENDUNG                                     D06
1433AY     END-STRING                                                   D06
1433AZ     MOVE H-SCHLIESSUNGSNUMMER    TO H-ENTG-SCHLIESSUNGSNR        D06
1433B0     MOVE C-BEMERK-ENTG-POSTEN    TO H-ENTG-BEMERKUNG             D06
1433B1     PERFORM 2620-ENTG-POSTEN-ANLEGEN                             D06
1433B2                            THRU 2620-ENTG-POSTEN-ANLEGEN-EXIT    D06
1433B3     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
1433B4     THEN                                                         D06
1433B5       MOVE "ENTGELTPOSTEN NICHT ANGELEGT - NACHARBEIT"           D06
1433B6                                  TO H-ENTG-FEHLERTEXT            D06
1433B7       PERFORM 2640-ENTG-FEHLER-PROTOKOLL                         D06
1433B8                            THRU 2640-ENTG-FEHLER-PROTOKOLL-EXIT  D06
1433B9       GO TO 2600-ENTG-PAAR-SCHLIESSEN-EXIT                       D06
1433BA     END-IF                                                       D06
1433BB     PERFORM 2630-ENTG-GL-VORMERKEN                               D06
1433BC                            THRU 2630-ENTG-GL-VORMERKEN-EXIT      D06
1433BD     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D06
1433BE     THEN                                                         D06
1433BF       MOVE "GL-VORMERKUNG ENTGELT FEHLT - NACHARBEIT"            D06
1433BG                                  TO H-ENTG-FEHLERTEXT            D06
1433BH       PERFORM 2640-ENTG-FEHLER-PROTOKOLL                         D06
1433BI                            THRU 2640-ENTG-FEHLER-PROTOKOLL-EXIT  D06
1433BJ     END-IF                                                       D06
1433BK*    Protokoll unter der Nummer der Paarschliessung               D06
1433BL     MOVE H-SCHLIESSUNGSNR-PAAR   TO H-SCHLIESSUNGSNUMMER         D06
1433BM     PERFORM 2430-PROTOKOLL-SCHREIBEN                             D06
1433BN                            THRU 2430-PROTOKOLL-SCHREIBEN-EXIT    D06
1433BO     .                                                            D06
1433BP 2600-ENTG-PAAR-SCHLIESSEN-1002.                                  D06
1433BQ 2600-ENTG-PAAR-SCHLIESSEN-EXIT.                                  D06
1433BR     EXIT.                                                        D06
1433BS/---------------------------------------------------------------* D06
1433BT* Neue Folgenummer fuer die Posten des Laufs auf dem Nostro-    * D06
1433BU* konto des Eingangs ermitteln (Auszugsdatum = Laufdatum)       * D06
1433BV*---------------------------------------------------------------* D06
1433BW 2610-ENTG-MAX-FNR SECTION.                                       D06
1433BX 2610-ENTG-MAX-FNR-1001.                                          D06
1433BY     MOVE C-01-INT-LES-MAX-FNR    TO KAI5APM-FUNKTION             D06
1433BZ     MOVE KA0AKRS-AK-NUMMER       TO KAI5APM-ABSTIMMKREIS-NR      D06
1433C0     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX-POSTEN)                   D07
1433C1                                  TO KAI5APM-HERKUNFT             D06
1433C2     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX-POSTEN)           D07
1433C3                                  TO KAI5APM-KONTO-ID-ABSTIMM     D06
1433C4     MOVE H-LAUFDATUM             TO KAI5APM-AUSZUGSDATUM         D06
1433C5     MOVE ZERO                    TO KAO5APM-MAX-FOLGE-NR         D06
1433C6     CALL "CGSAUF"                                                D06
1433C7     USING C-AUF-AUFRUF-AL                                        D06
1433C8           C-KONFIG-ID-KA                                         D06
1433C9           C-OBJEKT-AUF-KKA5AP                                    D06
1433CA           GSOVER-VERSTAENDIGUNGSBEREICH                          D06
1433CB           KAI5APM-EINGABEBEREICH                                 D06
1433CC           KAO5APM-AUSGABEBEREICH                                 D06
1433CD           DUMMY                                                  D06
1433CE           DUMMY                                                  D06
1433CF           DUMMY                                                  D06
1433CG     END-CALL                                                     D06
1433CH     IF GSOVER-GEWICHT            < C-GEW-FEHLER                  D06
1433CI     THEN                                                         D06
1433CJ       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D06
1433CK       ADD C-1                    TO KAO5APM-MAX-FOLGE-NR         D06
1433CL                                  GIVING H-ENTG-NEUE-FNR          D06
1433CM         ON SIZE ERROR                                            D06
1433CN           MOVE C-GEW-FEHLER      TO GSOVER-GEWICHT               D06
1433CO       END-ADD                                                    D06
1433CP     END-IF                                                       D06
1433CQ     .                                                            D06
1433CR 2610-ENTG-MAX-FNR-1002.                                          D06
1433CS 2610-ENTG-MAX-FNR-EXIT.                                          D06
1433CT     EXIT.                                                        D06
1433CU/---------------------------------------------------------------* D06
1433CV* Geschlossenen Posten auf dem Nostrokonto des Eingangs anlegen * D06
1433CW* (Grundbelegung aus dem Nettoeingang)                          * D06
1433CX*---------------------------------------------------------------* D06
1433CY 2620-ENTG-POSTEN-ANLEGEN SECTION.                                D06
1433CZ 2620-ENTG-POSTEN-ANLEGEN-1001.                                   D06
1433D0     MOVE SPACE                   TO KAI4AP1-EINGABEBEREICH       D06
1433D1     MOVE C-01-INT-ANL-APO        TO KAI4AP1-FUNKTION             D06
1433D2     MOVE SPACE                   TO KAI4AP1-PERIODEN-UEBERST-KZ  D06
1433D3*    --- PK                                                       D06
1433D4     MOVE KA0AKRS-AK-NUMMER       TO KAI4AP1-APO-ABSTIMMKREIS-NR  D06
1433D5     MOVE KAO5OF2-APO-HERKUNFT (H-INDEX-POSTEN)                   D07
1433D6                                  TO KAI4AP1-APO-HERKUNFT         D06
1433D7     MOVE KAO5OF2-APO-KONTO-ID-ABSTIMM (H-INDEX-POSTEN)           D07
1433D8                                  TO KAI4AP1-APO-KONTO-ID-ABSTIMM D06
1433D9     MOVE H-LAUFDATUM             TO KAI4AP1-APO-AUSZUGSDATUM     D06
1433DA     MOVE ZERO                    TO KAI4AP1-APO-AUSZUGSNUMMER    D06
1433DB     MOVE H-ENTG-NEUE-FNR         TO KAI4AP1-APO-AUSZUG-FNR       D06
1433DC     MOVE H-ENTG-LFD-NR           TO KAI4AP1-APO-LFD-NR-APO       D06
1433DD*    --- Transaktionsdaten                                        D06
1433DE     MOVE KAO5OF2-APO-ABSTIMMKREIS-TYP (H-INDEX-POSTEN)           D07
1433DF                                  TO KAI4AP1-APO-ABSTIMMKREIS-TYP D06
1433DG     MOVE C-NACHRICHTYP-AUSGL     TO                              D06
1433DH                                  KAI4AP1-APO-APO-NACHRICHTENTYP  D06
1433DI     MOVE H-ENTG-BETRAG           TO KAI4AP1-APO-BETRAG           D06
1433DJ     MOVE FUNCTION ABS (H-ENTG-BETRAG)                            D06
1433DK                                  TO KAI4AP1-APO-BETRAG-ABSOLUT   D06
1433DL     MOVE H-ENTG-WAEHRUNG         TO KAI4AP1-APO-WAEHRUNG         D07
1433DM     MOVE H-LAUFDATUM             TO KAI4AP1-APO-BUTAG            D06
1433DN                                     KAI4AP1-APO-VALUTA           D06
1433DO     MOVE C-TXT-SL-9900           TO KAI4AP1-APO-ZUSATZ-TXT-SL    D06
1433DP     MOVE ZERO                    TO KAI4AP1-APO-GV-CODE          D06
1433DQ                                     KAI4AP1-APO-NENNWERT         D06
1433DR                                     KAI4AP1-APO-STUECKZAHL       D06
1433DS                                     KAI4AP1-APO-DATEINR          D06
1433DT                                     KAI4AP1-APO-ERLEDIGUNG-DATUM D06
1433DU                                     KAI4AP1-APO-MAHNSTUFE        D06
1433DV                                     KAI4AP1-APO-MAHN-DATUM       D06
1433DW                                     KAI4AP1-APO-NF-EROEFFNET     D06
1433DX                                     KAI4AP1-APO-NF-AKTION-DATUM  D06
1433DY     MOVE KAO5OF2-APO-PRIMANOTA (H-INDEX-POSTEN)                  D07
1433DZ                                  TO KAI4AP1-APO-PRIMANOTA        D06
1433E0     MOVE KAO5OF2-APO-ABWICKLUNGSSTATUS (H-INDEX-POSTEN)          D07
1433E1                                  TO KAI4AP1-APO-ABWICKLUNGSSTATUSD06
1433E2     MOVE H-ENTG-VERWENDUNG       TO KAI4AP1-APO-VERWENDUNGSZWECK D06
1433E3     MOVE H-ENTG-TRAEGER          TO KAI4AP1-APO-ENTGELT-TRAEGER  D06
1433E4*    --- Verwaltungsdaten                                         D06
1433E5     MOVE C-STATUS-GESCHLOSSEN    TO KAI4AP1-APO-STATUS           D06
1433E6     MOVE H-ENTG-SCHLIESSUNGSNR   TO KAI4AP1-APO-SCHLIESSUNGSNR   D06
1433E7     MOVE H-SCHLIESSUNGSART       TO KAI4AP1-APO-SCHLIESSUNGSART  D07
1433E8     MOVE KAO5OF2-APO-FACHBEREICH (H-INDEX-POSTEN)                D07
1433E9                                  TO KAI4AP1-APO-FACHBEREICH      D06
1433EA     MOVE H-ENTG-BEMERKUNG        TO KAI4AP1-APO-BEMERKUNG        D06
1433EB     MOVE H-DH-TIMESTAMP          TO KAI4AP1-APO-TIMESTAMP-ANL    D06
1433EC     MOVE H-DH-TIMESTAMP          TO                              D06
1433ED                                  KAI4AP1-APO-TIMESTAMP-SCHLIESS  D06
1433EE     MOVE C-AKAAMA                TO KAI4AP1-APO-USER-SCHLIESS    D06
1433EF     CALL "CGSAUF"                                                D06
1433EG     USING C-AUF-AUFRUF-AL                                        D06
1433EH           C-KONFIG-ID-KA                                         D06
1433EI           C-OBJEKT-AUF-KKA4AP                                    D06
1433EJ           GSOVER-VERSTAENDIGUNGSBEREICH                          D06
1433EK           KAI4AP1-EINGABEBEREICH                                 D06
1433EL           DUMMY                                                  D06
1433EM           DUMMY                                                  D06
1433EN           KAXIND-INDICES                                         D06
1433EO     END-CALL                                                     D06
1433EP     .                                                            D06
1433EQ 2620-ENTG-POSTEN-ANLEGEN-1002.                                   D06
1433ER 2620-ENTG-POSTEN-ANLEGEN-EXIT.                                   D06
1433ES     EXIT.                                                        D06
1433ET/---------------------------------------------------------------* D06
1433EU* Ausgangsbuchungs-Vormerkung KA02AKGB fuer die Entgelt-        * D06
1433EV* schliessung einstellen (Schliessungsgrund ENTG, AKAGLB)       * D06
1433EW*---------------------------------------------------------------* D06
1433EX 2630-ENTG-GL-VORMERKEN SECTION.                                  D06
1433EY 2630-ENTG-GL-VORMERKEN-1001.                                     D06
1433EZ     MOVE H-ENTG-SCHLIESSUNGSNR   TO KAI0AKB-SCHLIESSUNGSNR       D06
1433F0     MOVE H-LAUFDATUM             TO KAO0AKB-FREIGABE-DATUM       D06
1433F1     MOVE H-ENTG-GRUND            TO KAO0AKB-GRUND-CODE           D07
1433F2     SET KAO0AKB-OFFEN            TO TRUE                         D06
1433F3     MOVE ZERO                    TO KAO0AKB-SENDE-DATUM          D06
1433F4     MOVE SPACE                   TO KAO0AKB-RUECK-GRUND          D06
1433F5     MOVE KAI0AKB-SCHLIESSUNGSNR TO KAIFXS-SCHLIESSUNGSNR         D11
1433F6     MOVE KAO0AKB-FREIGABE-DATUM TO KAIFXS-FREIGABE-DATUM         D11
1433F7     CALL "AKAFXS"                                                D11
1433F8     USING KAIFXS-EIN-AUSGABEBEREICH                              D11
1433F9           GSOVER-VERSTAENDIGUNGSBEREICH                          D11
1433FA     END-CALL                                                     D11
1433FB     MOVE KAIFXS-FX-REAL-BETRAG TO KAO0AKB-FX-REAL-BETRAG         D11
1433FC     MOVE KAIFXS-FX-NEUBEW-BETRAG                                 D11
1433FD                                TO KAO0AKB-FX-NEUBEW-BETRAG       D11
1433FE     CALL "CGSTAB"                                                D06
1433FF     USING C-TAB-SCHREIBEN-EQUAL                                  D06
1433FG           C-KONFIG-ID-KA                                         D06
1433FH           C-OBJEKT-TAB-KA02AKGB                                  D06
1433FI           GSOVER-VERSTAENDIGUNGSBEREICH                          D06
1433FJ           KAI0AKB-EINGABEBEREICH                                 D06
1433FK           KAO0AKB-AUSGABEBEREICH                                 D06
1433FL           GSTTAB-EIN-AUSGABEBEREICH                              D06
1433FM     END-CALL                                                     D06
1433FN     .                                                            D06
1433FO 2630-ENTG-GL-VORMERKEN-1002.                                     D06
1433FP 2630-ENTG-GL-VORMERKEN-EXIT.                                     D06
1433FQ     EXIT.                                                        D06
1433FR/---------------------------------------------------------------* D06
1433FS* Unvollstaendige Entgeltabspaltung fuer die Fruehschicht       * D06
1433FT* ausweisen; die Paarung selbst bleibt geschlossen              * D06
1433FU*---------------------------------------------------------------* D06
1433FV 2640-ENTG-FEHLER-PROTOKOLL SECTION.                              D06
1433FW 2640-ENTG-FEHLER-PROTOKOLL-1001.                                 D06
1433FX     MOVE C-GEW-NICHT-GESETZT     TO GSOVER-GEWICHT               D06
1433FY     ADD C-1                      TO H-ANZ-FEHLER                 D06
1433FZ     MOVE KA0AKRS-AK-NUMMER       TO AMA-F-AK-NUMMER              D06
1433G0     MOVE H-SCHLIESSUNGSNR-PAAR   TO AMA-F-SCHLIESSUNGSNR         D06
1433G1     MOVE H-ENTG-FEHLERTEXT       TO AMA-F-TEXT                   D06
1433G2     MOVE AMA-FEHLERZEILE         TO AMA-DRUCKZEILE               D06
1433G3     WRITE AMA-DRUCKZEILE                                         D06
1433G4     .                                                            D06
1433G5 2640-ENTG-FEHLER-PROTOKOLL-1002.                                 D06
1433G6 2640-ENTG-FEHLER-PROTOKOLL-EXIT.                                 D06
1433G7     EXIT.                                                        D06
1433G8/---------------------------------------------------------------* D07
1433G9* Dritter Durchgang, Vorlauf: Gegenwert jedes unverbrauchten     *D07
1433GA* Postens in Hauswaehrung zum KA02AKKU-Kurs seines Valutatages   *D07
1433GB* ermitteln; fehlt der Kurs, bleibt der Posten ausserhalb der    *D07
1433GC* Fremdwaehrungspaarung                                          *D07
1433GD*---------------------------------------------------------------* D07
1433GE 2700-FX-GEGENWERT-ERMITTELN SECTION.                             D07
1433GF 2700-FX-GEGENWERT-ERMITTELN-1001.                                D07
1433GG     SET FX-KURS-FEHLT (H-INDEX-3) TO TRUE                        D07
1433GH     MOVE ZERO                    TO H-FX-GEGENWERT (H-INDEX-3)   D07
1433GI     IF H-PAAR-VERBRAUCHT (H-INDEX-3) = C-VERBRAUCHT              D07
1433GJ     THEN                                                         D07
1433GK       GO TO 2700-FX-GEGENWERT-ERMITTELN-EXIT                     D07
1433GL     END-IF                                                       D07
1433GM     IF KAO5OF2-APO-WAEHRUNG (H-INDEX-3) = C-STD-HAUSWAEHRUNG     D07
1433GN     OR KAO5OF2-APO-WAEHRUNG (H-INDEX-3) = SPACE                  D07
1433GO     THEN                                                         D07
1433GP       MOVE KAO5OF2-APO-BETRAG (H-INDEX-3)                        D07
1433GQ                                  TO H-FX-GEGENWERT (H-INDEX-3)   D07
1433GR       SET FX-KURS-DA (H-INDEX-3) TO TRUE                         D07
1433GS       GO TO 2700-FX-GEGENWERT-ERMITTELN-EXIT                     D07
1433GT     END-IF                                                       D07
1433GU     MOVE KAO5OF2-APO-WAEHRUNG (H-INDEX-3)                        D07
1433GV                                  TO KAI0AKC-WAEHRUNG             D07
1433GW     MOVE KAO5OF2-APO-VALUTA (H-INDEX-3)                          D07
1433GX                                  TO KAI0AKC-STICHTAG             D07
1433GY     MOVE ZERO                    TO KAO0AKC-KURS                 D07
1433GZ     CALL "CGSTAB"                                                D07
1433H0     USING C-TAB-LESEN-EQUAL                                      D07
1433H1           C-KONFIG-ID-KA                                         D07
1433H2           C-OBJEKT-TAB-KA02AKKU                                  D07
1433H3           GSOVER-VERSTAENDIGUNGSBEREICH                          D07
1433H4           KAI0AKC-EINGABEBEREICH                                 D07
1433H5           KAO0AKC-AUSGABEBEREICH                                 D07
1433H6           GSTTAB-EIN-AUSGABEBEREICH                              D07
1433H7     END-CALL                                                     D07
1433H8     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433H9     OR KAO0AKC-KURS              = ZERO                          D07
1433HA     THEN                                                         D07
1433HB       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D07
1433HC       GO TO 2700-FX-GEGENWERT-ERMITTELN-EXIT                     D07
1433HD     END-IF                                                       D07
1433HE     COMPUTE H-FX-GEGENWERT (H-INDEX-3) ROUNDED                   D07
1433HF           = KAO5OF2-APO-BETRAG (H-INDEX-3) * KAO0AKC-KURS        D07
1433HG       ON SIZE ERROR                                              D07
1433HH         GO TO 2700-FX-GEGENWERT-ERMITTELN-EXIT                   D07
1433HI     END-COMPUTE                                                  D07
1433HJ     SET FX-KURS-DA (H-INDEX-3)   TO TRUE                         D07
1433HK     .                                                            D07
1433HL 2700-FX-GEGENWERT-ERMITTELN-1002.                                D07
1433HM 2700-FX-GEGENWERT-ERMITTELN-EXIT.                                D07
1433HN     EXIT.                                                        D07
1433HO/---------------------------------------------------------------* D07
1433HP* Dritter Durchgang: zu einem offenen Haben-Posten den Soll-     *D07
1433HQ* Posten in anderer Waehrung suchen, dessen Gegenwert den        *D07
1433HR* Haben-Posten bis auf die Kurstoleranz des Abstimmkreises       *D07
1433HS* ausgleicht. Wie bei der Null-Summen-Paarung muss der           *D07
1433HT* Gegenposten beidseitig eindeutig sein.                         *D07
1433HU*---------------------------------------------------------------* D07
1433HV 2710-FX-SUCHEN-AUSSEN SECTION.                                   D07
1433HW 2710-FX-SUCHEN-AUSSEN-1001.                                      D07
1433HX     IF H-PAAR-VERBRAUCHT (H-INDEX-1) = C-VERBRAUCHT              D07
1433HY     OR FX-KURS-FEHLT (H-INDEX-1)                                 D07
1433HZ     OR KAO5OF2-APO-BETRAG (H-INDEX-1) NOT > ZERO                 D07
1433I0     THEN                                                         D07
1433I1       GO TO 2710-FX-SUCHEN-AUSSEN-EXIT                           D07
1433I2     END-IF                                                       D07
1433I3     MOVE ZERO                    TO H-INDEX-SCHL                 D07
1433I4     PERFORM 2720-FX-SUCHEN-INNEN                                 D07
1433I5                            THRU 2720-FX-SUCHEN-INNEN-EXIT        D07
1433I6                            VARYING H-INDEX-2 FROM 1 BY 1         D07
1433I7                            UNTIL H-INDEX-2 > H-ANZ-TREFFER       D07
1433I8     IF H-INDEX-SCHL              > ZERO                          D07
1433I9     THEN                                                         D07
1433IA*      Gegenprobe: der Soll-Posten darf nur zu genau einem        D07
1433IB*      Haben-Posten passen                                        D07
1433IC       PERFORM 2730-FX-GEGENPROBE                                 D07
1433ID                            THRU 2730-FX-GEGENPROBE-EXIT          D07
1433IE     END-IF                                                       D07
1433IF     IF H-INDEX-SCHL              > ZERO                          D07
1433IG     THEN                                                         D07
1433IH       PERFORM 2800-FX-PAAR-SCHLIESSEN                            D07
1433II                            THRU 2800-FX-PAAR-SCHLIESSEN-EXIT     D07
1433IJ     END-IF                                                       D07
1433IK     .                                                            D07
1433IL 2710-FX-SUCHEN-AUSSEN-1002.                                      D07
1433IM 2710-FX-SUCHEN-AUSSEN-EXIT.                                      D07
1433IN     EXIT.                                                        D07
1433IO/---------------------------------------------------------------* D07
1433IP* Innere Suchschleife: Soll-Kandidaten in Fremdwaehrung zaehlen  *D07
1433IQ*---------------------------------------------------------------* D07
1433IR 2720-FX-SUCHEN-INNEN SECTION.                                    D07
1433IS 2720-FX-SUCHEN-INNEN-1001.                                       D07
1433IT     IF H-INDEX-2                 = H-INDEX-1                     D07
1433IU     OR H-PAAR-VERBRAUCHT (H-INDEX-2) = C-VERBRAUCHT              D07
1433IV     OR FX-KURS-FEHLT (H-INDEX-2)                                 D07
1433IW     OR KAO5OF2-APO-BETRAG (H-INDEX-2) NOT < ZERO                 D07
1433IX     THEN                                                         D07
1433IY       GO TO 2720-FX-SUCHEN-INNEN-EXIT                            D07
1433IZ     END-IF                                                       D07
1433J0     MOVE H-INDEX-1               TO H-INDEX-HABEN                D07
1433J1     MOVE H-INDEX-2               TO H-INDEX-SOLL                 D07
1433J2     PERFORM 2740-FX-KANDIDAT-PRUEFEN                             D07
1433J3                            THRU 2740-FX-KANDIDAT-PRUEFEN-EXIT    D07
1433J4     IF FX-KANDIDAT-JA                                            D07
1433J5     THEN                                                         D07
1433J6       IF H-INDEX-SCHL            = ZERO                          D07
1433J7       THEN                                                       D07
1433J8         MOVE H-INDEX-2           TO H-INDEX-SCHL                 D07
1433J9       ELSE                                                       D07
1433JA*        Mehrdeutig - Paarung dem Dialog ueberlassen              D07
1433JB         MOVE ZERO                TO H-INDEX-SCHL                 D07
1433JC         MOVE H-ANZ-TREFFER       TO H-INDEX-2                    D07
1433JD       END-IF                                                     D07
1433JE     END-IF                                                       D07
1433JF     .                                                            D07
1433JG 2720-FX-SUCHEN-INNEN-1002.                                       D07
1433JH 2720-FX-SUCHEN-INNEN-EXIT.                                       D07
1433JI     EXIT.                                                        D07
1433JJ/---------------------------------------------------------------* D07
1433JK* Gegenprobe: Haben-Posten zaehlen, die zum gefundenen Soll-     *D07
1433JL* Posten passen; bei genau einem wird die Pruefung fuer das      *D07
1433JM* gefundene Paar wiederholt (Kursdifferenz merken)               *D07
1433JN*---------------------------------------------------------------* D07
1433JO 2730-FX-GEGENPROBE SECTION.                                      D07
1433JP 2730-FX-GEGENPROBE-1001.                                         D07
1433JQ     MOVE ZERO                    TO H-ANZ-GEGEN-BETRAG           D07
1433JR     PERFORM 2735-FX-GEGENPROBE-ZAEHLEN                           D07
1433JS                      THRU 2735-FX-GEGENPROBE-ZAEHLEN-EXIT        D07
1433JT                      VARYING H-INDEX-3 FROM 1 BY 1               D07
1433JU                      UNTIL H-INDEX-3 > H-ANZ-TREFFER             D07
1433JV     IF H-ANZ-GEGEN-BETRAG        NOT = C-1                       D07
1433JW     THEN                                                         D07
1433JX       MOVE ZERO                  TO H-INDEX-SCHL                 D07
1433JY       GO TO 2730-FX-GEGENPROBE-EXIT                              D07
1433JZ     END-IF                                                       D07
1433K0     MOVE H-INDEX-1               TO H-INDEX-HABEN                D07
1433K1     MOVE H-INDEX-SCHL            TO H-INDEX-SOLL                 D07
1433K2     PERFORM 2740-FX-KANDIDAT-PRUEFEN                             D07
1433K3                            THRU 2740-FX-KANDIDAT-PRUEFEN-EXIT    D07
1433K4     IF FX-KANDIDAT-NEIN                                          D07
1433K5     THEN                                                         D07
1433K6       MOVE ZERO                  TO H-INDEX-SCHL                 D07
1433K7     END-IF                                                       D07
1433K8     .                                                            D07
1433K9 2730-FX-GEGENPROBE-1002.                                         D07
1433KA 2730-FX-GEGENPROBE-EXIT.                                         D07
1433KB     EXIT.                                                        D07
1433KC/---------------------------------------------------------------* D07
1433KD* Zaehlschleife der Gegenprobe                                   *D07
1433KE*---------------------------------------------------------------* D07
1433KF 2735-FX-GEGENPROBE-ZAEHLEN SECTION.                              D07
1433KG 2735-FX-GEGENPROBE-ZAEHLEN-1001.                                 D07
1433KH     IF H-PAAR-VERBRAUCHT (H-INDEX-3) = C-VERBRAUCHT              D07
1433KI     OR FX-KURS-FEHLT (H-INDEX-3)                                 D07
1433KJ     OR KAO5OF2-APO-BETRAG (H-INDEX-3) NOT > ZERO                 D07
1433KK     THEN                                                         D07
1433KL       GO TO 2735-FX-GEGENPROBE-ZAEHLEN-EXIT                      D07
1433KM     END-IF                                                       D07
1433KN     MOVE H-INDEX-3               TO H-INDEX-HABEN                D07
1433KO     MOVE H-INDEX-SCHL            TO H-INDEX-SOLL                 D07
1433KP     PERFORM 2740-FX-KANDIDAT-PRUEFEN                             D07
1433KQ                            THRU 2740-FX-KANDIDAT-PRUEFEN-EXIT    D07
1433KR     IF FX-KANDIDAT-JA                                            D07
1433KS     THEN                                                         D07
1433KT       ADD C-1                    TO H-ANZ-GEGEN-BETRAG           D07
1433KU     END-IF                                                       D07
1433KV     .                                                            D07
1433KW 2735-FX-GEGENPROBE-ZAEHLEN-1002.                                 D07
1433KX 2735-FX-GEGENPROBE-ZAEHLEN-EXIT.                                 D07
1433KY     EXIT.                                                        D07
1433KZ/---------------------------------------------------------------* D07
1433L0* Passt das Paar Haben (H-INDEX-HABEN) / Soll (H-INDEX-SOLL)?    *D07
1433L1* Verschiedene Waehrungen, gleiche Primanota und Regelfelder wie *D07
1433L2* bei der Null-Summen-Paarung; die Summe der Gegenwerte (Kurs-   *D07
1433L3* differenz) darf die Kurstoleranz KA000AKRS nicht ueberschreiten*D07
1433L4*---------------------------------------------------------------* D07
1433L5 2740-FX-KANDIDAT-PRUEFEN SECTION.                                D07
1433L6 2740-FX-KANDIDAT-PRUEFEN-1001.                                   D07
1433L7     SET FX-KANDIDAT-NEIN         TO TRUE                         D07
1433L8     IF KAO5OF2-APO-WAEHRUNG (H-INDEX-HABEN)                      D07
1433L9        = KAO5OF2-APO-WAEHRUNG (H-INDEX-SOLL)                     D07
1433LA     OR KAO5OF2-APO-PRIMANOTA (H-INDEX-HABEN)                     D07
1433LB        NOT = KAO5OF2-APO-PRIMANOTA (H-INDEX-SOLL)                D07
1433LC     OR (H-REGEL-VALUTA-PFLICHT   = C-J                           D07
1433LD         AND KAO5OF2-APO-VALUTA (H-INDEX-HABEN)                   D07
1433LE             NOT = KAO5OF2-APO-VALUTA (H-INDEX-SOLL))             D07
1433LF     OR (H-REGEL-ISIN-PFLICHT     = C-J                           D07
1433LG         AND KAO5OF2-APO-ISIN (H-INDEX-HABEN)                     D07
1433LH             NOT = KAO5OF2-APO-ISIN (H-INDEX-SOLL))               D07
1433LI     THEN                                                         D07
1433LJ       GO TO 2740-FX-KANDIDAT-PRUEFEN-EXIT                        D07
1433LK     END-IF                                                       D07
1433LL     COMPUTE H-FX-DIFFERENZ       = H-FX-GEGENWERT (H-INDEX-HABEN)D07
1433LM                                  + H-FX-GEGENWERT (H-INDEX-SOLL) D07
1433LN       ON SIZE ERROR                                              D07
1433LO         GO TO 2740-FX-KANDIDAT-PRUEFEN-EXIT                      D07
1433LP     END-COMPUTE                                                  D07
1433LQ     MOVE H-FX-DIFFERENZ          TO H-FX-DIFF-ABS                D07
1433LR     IF H-FX-DIFF-ABS             NOT > KA0AKRS-FX-TOLERANZ       D07
1433LS     THEN                                                         D07
1433LT       SET FX-KANDIDAT-JA         TO TRUE                         D07
1433LU     END-IF                                                       D07
1433LV     .                                                            D07
1433LW 2740-FX-KANDIDAT-PRUEFEN-1002.                                   D07
1433LX 2740-FX-KANDIDAT-PRUEFEN-EXIT.                                   D07
1433LY     EXIT.                                                        D07
1433LZ/---------------------------------------------------------------* D07
1433M0* Fremdwaehrungspaar schliessen:                                 *D07
1433M1* 1. Schliessung (Art FX) anlegen, beide Posten zuordnen         *D07
1433M2* 2. bei Kursdifferenz einen geschlossenen Ausgleichsposten in   *D07
1433M3* Hauswaehrung auf dem Konto des Hauswaehrungspostens (sonst     *D07
1433M4* des Haben-Postens) in derselben Schliessung anlegen            *D07
1433M5* 3. Kursdifferenzposten in einer eigenen Schliessung mit        *D07
1433M6* Bemerkung "FXDI:" anlegen und diese in KA02AKGB zur Buchung    *D07
1433M7* auf das Kursdifferenzkonto vormerken (AKAGLB, Grund FXDI)      *D07
1433M8*---------------------------------------------------------------* D07
1433M9 2800-FX-PAAR-SCHLIESSEN SECTION.                                 D07
1433MA 2800-FX-PAAR-SCHLIESSEN-1001.                                    D07
1433MB     MOVE C-SCHLIESSART-FX        TO H-SCHLIESSUNGSART            D07
1433MC     MOVE C-BEMERK-FX             TO H-SCHLIESS-BEMERK            D07
1433MD     MOVE C-STD-HAUSWAEHRUNG      TO H-ENTG-WAEHRUNG              D07
1433ME     MOVE C-GRUND-FXDIFF          TO H-ENTG-GRUND                 D07
1433MF     MOVE SPACE                   TO H-ENTG-TRAEGER               D07
1433MG     IF KAO5OF2-APO-WAEHRUNG (H-INDEX-SCHL) = C-STD-HAUSWAEHRUNG  D07
1433MH     THEN                                                         D07
1433MI       MOVE H-INDEX-SCHL          TO H-INDEX-POSTEN               D07
1433MJ     ELSE                                                         D07
1433MK       MOVE H-INDEX-1             TO H-INDEX-POSTEN               D07
1433ML     END-IF                                                       D07
1433MM     PERFORM 2410-SCHLIESSUNG-ANLEGEN                             D07
1433MN                            THRU 2410-SCHLIESSUNG-ANLEGEN-EXIT    D07
1433MO     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433MP     THEN                                                         D07
1433MQ*      Schliessung nicht anlegbar - Paarung offen lassen          D07
1433MR       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D07
1433MS       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433MT     END-IF                                                       D07
1433MU     MOVE H-SCHLIESSUNGSNUMMER    TO H-SCHLIESSUNGSNR-PAAR        D07
1433MV     MOVE H-INDEX-1               TO H-INDEX-2                    D07
1433MW     PERFORM 2420-APO-ZUORDNEN    THRU 2420-APO-ZUORDNEN-EXIT     D07
1433MX     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433MY     THEN                                                         D07
1433MZ       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D07
1433N0                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D07
1433N1       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433N2     END-IF                                                       D07
1433N3     MOVE H-INDEX-SCHL            TO H-INDEX-2                    D07
1433N4     PERFORM 2420-APO-ZUORDNEN    THRU 2420-APO-ZUORDNEN-EXIT     D07
1433N5     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433N6     THEN                                                         D07
1433N7       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D07
1433N8                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D07
1433N9       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433NA     END-IF                                                       D07
1433NB     IF H-FX-DIFFERENZ            = ZERO                          D07
1433NC     THEN                                                         D07
1433ND*      Gegenwerte gleichen sich aus - keine Kursdifferenz         D07
1433NE       MOVE C-VERBRAUCHT          TO                              D07
1433NF                                  H-PAAR-VERBRAUCHT (H-INDEX-1)   D07
1433NG       MOVE C-VERBRAUCHT          TO                              D07
1433NH                                  H-PAAR-VERBRAUCHT (H-INDEX-SCHL)D07
1433NI       ADD C-1                    TO H-ANZ-GESCHLOSSEN            D07
1433NJ       PERFORM 2430-PROTOKOLL-SCHREIBEN                           D07
1433NK                            THRU 2430-PROTOKOLL-SCHREIBEN-EXIT    D07
1433NL       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433NM     END-IF                                                       D07
1433NN*    Ausgleichsposten ueber die Kursdifferenz (Paarschliessung)   D07
1433NO     PERFORM 2610-ENTG-MAX-FNR    THRU 2610-ENTG-MAX-FNR-EXIT     D07
1433NP     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433NQ     THEN                                                         D07
1433NR       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D07
1433NS                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D07
1433NT       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433NU     END-IF                                                       D07
1433NV     MOVE C-1                     TO H-ENTG-LFD-NR                D07
1433NW     COMPUTE H-ENTG-BETRAG        = ZERO - H-FX-DIFFERENZ         D07
1433NX     MOVE C-NACHRICHTYP-AUSGL     TO H-ENTG-VERWENDUNG            D07
1433NY     MOVE H-SCHLIESSUNGSNR-PAAR   TO H-ENTG-SCHLIESSUNGSNR        D07
1433NZ     MOVE C-BEMERK-FX             TO H-ENTG-BEMERKUNG             D07
1433O0     PERFORM 2620-ENTG-POSTEN-ANLEGEN                             D07
1433O1                            THRU 2620-ENTG-POSTEN-ANLEGEN-EXIT    D07
1433O2     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433O3     THEN                                                         D07
1433O4       PERFORM 2440-PAARUNG-KOMPENSIEREN                          D07
1433O5                          THRU 2440-PAARUNG-KOMPENSIEREN-EXIT     D07
1433O6       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433O7     END-IF                                                       D07
1433O8     MOVE C-VERBRAUCHT            TO                              D07
1433O9                                  H-PAAR-VERBRAUCHT (H-INDEX-1)   D07
1433OA     MOVE C-VERBRAUCHT            TO                              D07
1433OB                                  H-PAAR-VERBRAUCHT (H-INDEX-SCHL)D07
1433OC     ADD C-1                      TO H-ANZ-GESCHLOSSEN            D07
1433OD*    Kursdifferenzposten in eigener Schliessung                   D07
1433OE     MOVE C-BEMERK-FX-POSTEN      TO H-SCHLIESS-BEMERK            D07
1433OF     PERFORM 2410-SCHLIESSUNG-ANLEGEN                             D07
1433OG                            THRU 2410-SCHLIESSUNG-ANLEGEN-EXIT    D07
1433OH     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433OI     THEN                                                         D07
1433OJ       MOVE "KURSDIFF.-SCHLIESSUNG NICHT ANGELEGT - NACHARBEIT"   D07
1433OK                                  TO H-ENTG-FEHLERTEXT            D07
1433OL       PERFORM 2640-ENTG-FEHLER-PROTOKOLL                         D07
1433OM                            THRU 2640-ENTG-FEHLER-PROTOKOLL-EXIT  D07
1433ON       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433OO     END-IF                                                       D07
1433OP     ADD C-1                      TO H-ENTG-LFD-NR                D07
1433OQ     MOVE H-FX-DIFFERENZ          TO H-ENTG-BETRAG                D07
1433OR     MOVE C-VERWENDUNG-FX         TO H-ENTG-VERWENDUNG            D07
1433OS     MOVE H-SCHLIESSUNGSNUMMER    TO H-ENTG-SCHLIESSUNGSNR        D07
1433OT     MOVE C-BEMERK-FX-POSTEN      TO H-ENTG-BEMERKUNG             D07
1433OU     PERFORM 2620-ENTG-POSTEN-ANLEGEN                             D07
1433OV                            THRU 2620-ENTG-POSTEN-ANLEGEN-EXIT    D07
1433OW     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433OX     THEN                                                         D07
1433OY       MOVE "KURSDIFFERENZPOSTEN NICHT ANGELEGT - NACHARBEIT"     D07
1433OZ                                  TO H-ENTG-FEHLERTEXT            D07
1433P0       PERFORM 2640-ENTG-FEHLER-PROTOKOLL                         D07
1433P1                            THRU 2640-ENTG-FEHLER-PROTOKOLL-EXIT  D07
1433P2       GO TO 2800-FX-PAAR-SCHLIESSEN-EXIT                         D07
1433P3     END-IF                                                       D07
1433P4     PERFORM 2630-ENTG-GL-VORMERKEN                               D07
1433P5                            THRU 2630-ENTG-GL-VORMERKEN-EXIT      D07
1433P6     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D07
1433P7     THEN                                                         D07
1433P8       MOVE "GL-VORMERKUNG KURSDIFFERENZ FEHLT - NACHARBEIT"      D07
1433P9                                  TO H-ENTG-FEHLERTEXT            D07
1433PA       PERFORM 2640-ENTG-FEHLER-PROTOKOLL                         D07
1433PB                            THRU 2640-ENTG-FEHLER-PROTOKOLL-EXIT  D07
1433PC     END-IF                                                       D07
1433PD*    Protokoll unter der Nummer der Paarschliessung               D07
1433PE     MOVE H-SCHLIESSUNGSNR-PAAR   TO H-SCHLIESSUNGSNUMMER         D07
1433PF     PERFORM 2430-PROTOKOLL-SCHREIBEN                             D07
1433PG                            THRU 2430-PROTOKOLL-SCHREIBEN-EXIT    D07
1433PH     .                                                            D07
1433PI 2800-FX-PAAR-SCHLIESSEN-1002.                                    D07
1433PJ 2800-FX-PAAR-SCHLIESSEN-EXIT.                                    D07
1433PK     EXIT.                                                        D07
143400/---------------------------------------------------------------*
143500* Programmende                                                  *
143600*---------------------------------------------------------------*
