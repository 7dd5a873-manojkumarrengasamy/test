      *     dem aktiven Arbeitsvorrat.                            *    D27
      *     Datum: 12.09.2026                            NKZ: KLM  *    D27
      *                                                           *     D27
      * D31 R58774                                                *     D31
      *     Matching-Regel EndToEndId (KA00AKRG) als Pflicht-     *     D31
      *     feld; gleiche EndToEndId erhoeht die Vorschlagsguete. *     D31
      *     Datum: 15.10.2026                          NKZ: KLM   *     D31
      *                                                           *     D31
      * D32 R58780                                                *     D32
      *     Korrespondentenentgelt: negativer Fehlbetrag          *     D32
      *     ausserhalb der Toleranz wird per AKAENT gegen         *     D32
      *     Entgelttraeger und KA000AKEN geprueft; passt er,      *     D32
      *     Schliessart EG, Entgeltposten in eigener              *     D32
      *     Schliessung mit GL-Vormerkung KA02AKGB (ENTG).        *     D32
      *     Datum: 15.10.2026                          NKZ: KLM   *     D32
      *                                                           *     D32
      * D33 R58794                                                *     D33
      *     Fremdwaehrungsabstimmung: Positionen in unter-        *     D33
      *     schiedlichen Waehrungen werden zum KA02AKKU-Kurs      *     D33
      *     ihres Valutatages in die Hauswaehrung umgerechnet     *     D33
      *     und innerhalb der FX-Toleranz des Abstimmkreises      *     D33
      *     (KA000AKRS) mit Schliessart FX geschlossen; die       *     D33
      *     Kursdifferenz geht als Restposten in eine eigene      *     D33
      *     Schliessung mit GL-Vormerkung KA02AKGB (FXDI).        *     D33
      *     Datum: 15.10.2026                          NKZ: KLM   *     D33
      *                                                           *     D33
      * D34 R58795                                                *     D34
      *     Neue Felder Kursergebnis/Neubewertung der             *     D34
      *     Vormerkung KA02AKGB mit Null eingestellt.             *     D34
      *     Datum: 15.10.2026                          NKZ: KLM   *     D34
      *                                                           *     D34
      * D35 R58813                                                *     D35
      *     Angelegte und finalisierte Schliessungen in derselben *     D35
      *     Arbeitseinheit ueber AKAEVT als Ereignis nach         *     D35
      *     KA02AKEO schreiben; ohne Ereignis keine Aenderung     *     D35
      *     (KA5007). Finalisiert mit Status 5 (noch zur          *     D35
      *     Freigabe) wird GEAENDERT gemeldet, FREIGEGEBEN        *     D35
      *     nur bei Status geschlossen.                           *     D35
      *     Datum: 15.10.2026                          NKZ: KLM   *     D35
      *                                                           *     D35
      * D36 R58795                                                *     D36
      *     Kursergebnis der geschlossenen Schliessung fuer       *     D36
      *     KA02AKGB ueber AKAFXS ermitteln statt null.           *     D36
      *     Datum: 15.10.2026                          NKZ: KLM   *     D36
      *                                                           *     D36
100000* ENDE ELEMENTKOPF ****************************************%*
100100/
100200 IDENTIFICATION DIVISION.
          05 C-OBJEKT-KA4880            PIC X(006) VALUE "KA4880".      D07
          05 C-OBJEKT-KA4904            PIC X(006) VALUE "KA4904".      D21
          05 C-OBJEKT-KA4915            PIC X(006) VALUE "KA4915".      D25
          05 C-OBJEKT-KA4940            PIC X(006) VALUE "KA4940".      D33
104000    05 C-OBJEKT-KA4801            PIC X(006) VALUE "KA4801".
104100    05 C-OBJEKT-KA5002            PIC X(006) VALUE "KA5002".
104200    05 C-OBJEKT-KA5003            PIC X(006) VALUE "KA5003".
106610    05 C-SCHLIESSART-VORSCHLAG    PIC X(001) VALUE "V".           D23
106612    05 C-SCHLIESSART-NETTING     PIC X(001) VALUE "N".            D26
106620    05 C-SCHLIESSART-VORSCH-GEA   PIC X(001) VALUE "G".           D23
106670    05 C-SCHLIESSART-ENTGELT      PIC X(002) VALUE "EG".          D32
      *                                                                 E01
          05 C-SCHLIESSQUALI-GU         PIC X(001) VALUE " ".           E01
          05 C-GELDKTO-UMSATZ-ABSTIMM   PIC X(002) VALUE "GU".          E01
107000        "geschlossener Ausgleichsposten".
107100    05 C-NACHRICHTYP-AUSGL        PIC X(020) VALUE
107200                                  "Ausgleichsposten".
107205    05 C-BEMERK-ENTGELT           PIC X(080) VALUE                D32
107210        "geschlossen, Korrespondentenentgelt abgespalten".        D32
107215    05 C-BEMERK-ENTG-POSTEN       PIC X(080) VALUE                D32
107220        "ENTG: Korrespondentenentgelt, Abzug beim Eingang".       D32
107225    05 C-GRUND-ENTGELT            PIC X(004) VALUE "ENTG".        D32
107230*    Fremdwaehrungsabstimmung (Kursdifferenz als Restposten)      D33
107235    05 C-SCHLIESSART-FX           PIC X(002) VALUE "FX".          D33
107240    05 C-BEMERK-FX                PIC X(080) VALUE                D33
107245        "geschlossen, Kursdifferenz abgespalten".                 D33
107250    05 C-BEMERK-FX-POSTEN         PIC X(080) VALUE                D33
107255        "FXDI: Kursdifferenz Fremdwaehrungsabstimmung".           D33
107260    05 C-GRUND-FXDIFF             PIC X(004) VALUE "FXDI".        D33
107265    05 C-STD-HAUSWAEHRUNG         PIC X(003) VALUE "EUR".         D33
107300    05 C-INTERN                   PIC X(010) VALUE "INTERN".
107400    05 C-TXT-SL-9900              PIC 9(004) VALUE 9900.
107410    05 C-HVZ-SUCHEN               PIC X(009) VALUE "SUCHEN".      D25
118900     05 H-MERK-NEUE-FOLGENUMMER   PIC 9(005).
119000*
119100     05 H-MERK-SCHLIESSUNGSNUMMER PIC 9(012).                     D02
119200     05 H-MERK-SCHLIESSUNGSART    PIC X(002).                     D32
119300     05 H-MERK-SCHLIESSUNG-STATUS PIC X(001).
119400     05 H-MERK-SCHLIESSUNG-BEMERK PIC X(080).
119401*    Toleranz fuer automatische Schliessung (Auto-Match)    D03
119441        88 REGEL-ISIN-PFLICHT-JA      VALUE "J".                  D05
119450     05 H-REGEL-PRIMANOTA-PFLICHT PIC X(001).                     D05
119451        88 REGEL-PRIMANOTA-PFLICHT-JA VALUE "J".                  D05
119453     05 H-REGEL-E2E-PFLICHT       PIC X(001).                     D31
119455        88 REGEL-E2E-PFLICHT-JA       VALUE "J".                  D31
119460     05 H-MERK-1-VALUTA           PIC 9(008).                     D05
119470     05 H-MERK-1-ISIN             PIC X(012).                     D05
119480     05 H-MERK-1-PRIMANOTA        PIC 9(005).                     D05
119485*    GRUND); SPACE, wenn kein Code angegeben wurde.               D07
119486     05 H-MERK-SCHLIESSGRUND-CODE PIC X(004).                     D07
119487     05 H-MERK-TRENNER-POS        PIC 9(003) COMP-3.              D07
119488     05 H-MERK-1-E2E              PIC X(035).                     D31
119489*    Korrespondentenentgelt (SHA/BEN): Konto und Entgelttraeger   D32
11948A*    des Nettoeingangs, Abzug und Nummer der Paarschliessung      D32
11948B*    (siehe PRUEFEN-ENTGELT / ENTGELT-ABSPALTEN)                  D32
11948C     05 H-MERK-ENTG-KZ            PIC X(001).                     D32
11948D        88 H-MERK-ENTGELT-JA          VALUE "J".                  D32
11948E        88 H-MERK-ENTGELT-NEIN        VALUE "N".                  D32
11948F     05 H-MERK-ENTG-HERKUNFT      PIC X(011).                     D32
11948G     05 H-MERK-ENTG-KONTO-ID      PIC X(035).                     D32
11948H     05 H-MERK-ENTG-TRAEGER       PIC X(003).                     D32
11948I     05 H-MERK-ENTG-ABZUG         PIC 9(015)V9(003).              D32
11948J     05 H-MERK-SCHLIESSNR-PAAR    PIC 9(012).                     D32
11948K*    Fremdwaehrungsabstimmung: Kennzeichen, FX-Toleranz des       D33
11948L*    Abstimmkreises und Summe der Gegenwerte in Hauswaehrung      D33
11948M*    (siehe PRUEFEN-FX / FX-DIFFERENZ-ABSPALTEN)                  D33
11948N     05 H-MERK-FX-KZ              PIC X(001).                     D33
11948O        88 H-MERK-FX-JA               VALUE "J".                  D33
11948P        88 H-MERK-FX-NEIN             VALUE "N".                  D33
11948Q     05 H-MERK-FX-TOLERANZ        PIC S9(011)V9(002).             D33
11948R     05 H-MERK-FX-SUMME           PIC S9(015)V9(003).             D33
11948S     05 H-MERK-FX-GEGENWERT       PIC S9(015)V9(003).             D33
119500*
119600     05 H-BER-ABST-OHNE-FREI      PIC X(001).
119700     05 H-BER-ABST-MIT-FREI       PIC X(001).
122500    05 C-01-INT-AEN-SCH-IMP       PIC X(040) VALUE
122600                                  "01-INT-AEN-SCH-IMP".
122700    05 C-OBJEKT-AUF-KKA4SL        PIC X(020) VALUE "KKA4SL".   
122701    05 C-01-INT-EREIGNIS-SCHR     PIC X(040) VALUE                D35
122702                                  "01-INT-EREIGNIS-SCHR".         D35
122800*
122900 COPY CKAI4SL1. 
123000 COPY CKAO4SL1.
123001 COPY CKAIEVT.                                                    D35
123002 COPY CKAIFXS.                                                    D36
123100*---------------------------------------------------------------* 
123200* Schnittstellenparameter für Auftrag KKA4AP                    * 
123300*---------------------------------------------------------------* 
128708 01 C-OBJEKT-TAB-KA02AKWV         PIC X(009) VALUE "KA02AKWV".    D27
128709 01 C-TAB-SCHREIBEN-EQUAL         PIC X(040) VALUE                D27
12870A                                  "SCHREIBEN-EQUAL".              D27
12870P/---------------------------------------------------------------* D32
128714* Korrespondentenentgelt: Pruefung AKAENT und GL-Vormerkung     * D32
12871J*---------------------------------------------------------------* D32
12871Y COPY CKAIENT.                                                    D32
12872D COPY CKAOENT.                                                    D32
12872S COPY CKAI0AKB.                                                   D32
128737 COPY CKAO0AKB.                                                   D32
12873M 01 C-OBJEKT-TAB-KA02AKGB         PIC X(009) VALUE "KA02AKGB".    D32
128741 01 C-01-INT-ENTG-PRUEFEN         PIC X(040) VALUE                D32
12874G                                  "01-INT-ENTG-PRUEFEN".          D32
128F00/---------------------------------------------------------------* D33
128F01* Fremdwaehrungsabstimmung: Devisenkurse KA02AKKU               * D33
128F02*---------------------------------------------------------------* D33
128F03 COPY CKAI0AKC.                                                   D33
128F04 COPY CKAO0AKC.                                                   D33
128F05 01 C-OBJEKT-TAB-KA02AKKU         PIC X(009) VALUE "KA02AKKU".    D33
128701/---------------------------------------------------------------* D25
128702* Hochvolumenschicht AKAHVZ (Kreis-Vorschlagsmodus)             * D25
128703*---------------------------------------------------------------* D25
130650       10 H-MATCH-VALUTA          PIC 9(008).                     D05
130660       10 H-MATCH-ISIN            PIC X(012).                     D05
130670       10 H-MATCH-PRIMANOTA       PIC 9(005).                     D05
130672*      EndToEndId je Position (Pflichtfeld-Pruefung, Guete)       D31
130674       10 H-MATCH-E2E             PIC X(035).                     D31
130676*      Waehrung je Position (Fremdwaehrungsabstimmung)            D33
130678       10 H-MATCH-WAEHRUNG        PIC X(003).                     D33
130680*      Betrag/Status je Position - fuer VERARB-VORSCHLAG-DIA's  D16
130682*      Ermittlung der Vorschlagsguete (siehe unten)             D16
130684       10 H-MATCH-BETRAG          PIC S9(015)V9(003).             D16
148000*    Lesen der Abstimmpositionen
148100     MOVE ZERO                    TO H-MERK-BETRAGSSUMME
148110     MOVE ZERO                    TO H-MERK-STUECKZAHLSUMME       D06
148120     MOVE SPACE                   TO H-MERK-ENTG-HERKUNFT         D32
148130                                     H-MERK-ENTG-KONTO-ID         D32
148140                                     H-MERK-ENTG-TRAEGER          D32
148150     SET H-MERK-ENTGELT-NEIN      TO TRUE                         D32
148160     SET H-MERK-FX-NEIN           TO TRUE                         D33
148200     MOVE C-1                     TO H-ZAEHLER-ANZ
148300*
148400     PERFORM UNTIL H-ZAEHLER-ANZ  > KAIADI1-IND-LETZT
150577     PERFORM PRUEFEN-SCHLIESSGRUND                                D07
150600*    wenn Betragssumme < zulässige Differenz
150700     MOVE H-MERK-BETRAGSSUMME     TO H-MERK-ABSOLUTBETRAG
150701*    Positionen in unterschiedlichen Waehrungen: Gegenwerte zum   D33
150702*    Kurs des Valutatages gegen die FX-Toleranz pruefen           D33
150703     PERFORM PRUEFEN-FX                                           D33
150704*    Fehlbetrag als Korrespondentenentgelt (SHA/BEN) erkennbar?   D32
150705     PERFORM PRUEFEN-ENTGELT                                      D32
150710*    Netting: die Restsumme ist der gewollte Netto-               D26
150720*    Verrechnungsanspruch, keine Toleranzpruefung                 D26
150800     IF H-MERK-ABSOLUTBETRAG      <= H-MERK-DIFF-TOLERIERT
150810        OR KAIADI1-NETTING                                        D26
150820        OR H-MERK-ENTGELT-JA                                      D32
150830        OR H-MERK-FX-JA                                           D33
150900     THEN
150950*      Liegt die Restdifferenz sogar innerhalb der (i.d.R.  D03
150960*      engeren) Auto-Match-Toleranz, wird das 4-Augen-      D03
151280         MOVE C-SCHLIESSART-VORSCH-GEA                            D23
151290                                  TO H-MERK-SCHLIESSUNGSART       D23
151300       END-IF                                                     D23
151310       IF H-MERK-ENTGELT-JA                                       D32
151320       THEN                                                       D32
151330         MOVE C-SCHLIESSART-ENTGELT                               D32
151340                                  TO H-MERK-SCHLIESSUNGSART       D32
151350       END-IF                                                     D32
151360       IF H-MERK-FX-JA                                            D33
151370       THEN                                                       D33
151380         MOVE C-SCHLIESSART-FX    TO H-MERK-SCHLIESSUNGSART       D33
151390       END-IF                                                     D33
151900       MOVE KAIADI1-BEMERKUNG     TO H-MERK-SCHLIESSUNG-BEMERK
151910       IF H-MERK-ENTGELT-JA                                       D32
151920          AND H-MERK-SCHLIESSUNG-BEMERK = SPACE                   D32
151930       THEN                                                       D32
151940         MOVE C-BEMERK-ENTGELT    TO H-MERK-SCHLIESSUNG-BEMERK    D32
151950       END-IF                                                     D32
151G00       IF H-MERK-FX-JA                                            D33
151G01          AND H-MERK-SCHLIESSUNG-BEMERK = SPACE                   D33
151G02       THEN                                                       D33
151G03         MOVE C-BEMERK-FX         TO H-MERK-SCHLIESSUNG-BEMERK    D33
151G04       END-IF                                                     D33
152000       MOVE C-01-INT-ANL-SCH      TO KAI4SL1-FUNKTION
             MOVE C-GELDKTO-UMSATZ-ABSTIMM                              E01
                                        TO KAI4SL1-AKTUELLE-ABSTIMM-ART E01
153100*
153200*      wenn Betragssumme <> 0, Ausgleichspostionen anlegen
153300       IF H-MERK-BETRAGSSUMME     <> 0
153310          AND H-MERK-ENTGELT-NEIN                                 D32
153320          AND H-MERK-FX-NEIN                                      D33
153400       THEN
153500*
153600*        ---------- Ausgleichsposition geschlossen
154500         PERFORM VERSORGE-2-KKA4AP-ANL
154600         PERFORM AUFRUF-KKA4AP-ANL
154700       END-IF
154705*      Korrespondentenentgelt: Ausgleichsposition ueber den       D32
154710*      Abzug und Entgeltposten in eigener Schliessung             D32
154715       IF H-MERK-ENTGELT-JA                                       D32
154720       THEN                                                       D32
154725         PERFORM ENTGELT-ABSPALTEN                                D32
154730       END-IF                                                     D32
154735*      Kursdifferenz: Ausgleichsposition in der Paarschliessung   D33
154740*      und Restposten in eigener Schliessung                      D33
154745       IF H-MERK-FX-JA                                            D33
154750          AND H-MERK-BETRAGSSUMME NOT = ZERO                      D33
154755       THEN                                                       D33
154760         PERFORM FX-DIFFERENZ-ABSPALTEN                           D33
154765       END-IF                                                     D33
154800     ELSE
154900*      KA4203 Toleranz überschritten, Soll: @@@@@@@@@@@@@@@@
155000*             Ist: @@@@@@@@@@@@@@@@
166400     ELSE
166500       MOVE KAO4SL1-SCHLIESSUNGSNR
166600                                  TO H-MERK-SCHLIESSUNGSNUMMER
166601       PERFORM EREIGNIS-SCH-SCHREIBEN                             D35
166700     END-IF
166800     .
166900 AUFRUF-KKA4SL-1002.
167000     EXIT.
167001/---------------------------------------------------------------* D35
167002* Ereignis zur angelegten bzw. finalisierten Schliessung ueber  * D35
167003* AKAEVT in die Outbox KA02AKEO schreiben (Arbeitseinheit der   * D35
167004* Aenderung)                                                    * D35
167005*---------------------------------------------------------------* D35
167006 EREIGNIS-SCH-SCHREIBEN SECTION.                                  D35
167007 EREIGNIS-SCH-SCHREIBEN-1001.                                     D35
167008     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D35
167009     SET KAIEVT-OBJEKT-SCH        TO TRUE                         D35
167010     IF KAI4SL1-FUNKTION          = C-01-INT-ANL-SCH              D35
167011     THEN                                                         D35
167012       SET KAIEVT-ANGELEGT        TO TRUE                         D35
167013       MOVE KAO4SL1-SCHLIESSUNGSNR TO KAIEVT-SCHLIESSUNGSNR       D35
167014     ELSE                                                         D35
167015       IF KAI4SL1-STATUS          = C-STATUS-GESCHLOSSEN          D35
167016       THEN                                                       D35
167017         SET KAIEVT-FREIGEGEBEN   TO TRUE                         D35
167018       ELSE                                                       D35
167019*        Finalisiert, aber noch zur Freigabe (Vier-Augen)         D35
167020         SET KAIEVT-GEAENDERT     TO TRUE                         D35
167021       END-IF                                                     D35
167022       MOVE KAI4SL1-SCHLIESSUNGSNR TO KAIEVT-SCHLIESSUNGSNR       D35
167023     END-IF                                                       D35
167024     IF KAI4SL1-ABSTIMMKREIS-NR   NUMERIC                         D35
167025     THEN                                                         D35
167026       MOVE KAI4SL1-ABSTIMMKREIS-NR TO KAIEVT-AK-NUMMER           D35
167027     END-IF                                                       D35
167028     IF KAI4SL1-STATUS            NUMERIC                         D35
167029     THEN                                                         D35
167030       MOVE KAI4SL1-STATUS        TO KAIEVT-STATUS-NEU            D35
167031     END-IF                                                       D35
167032     MOVE C-01-INT-EREIGNIS-SCHR  TO KAIEVT-FUNKTION              D35
167033     MOVE C-AKAADI                TO KAIEVT-PROGRAMM              D35
167034     MOVE GSO1ANM-BENUTZERIDENTIFIKATION                          D35
167035                                  TO KAIEVT-BENUTZER              D35
167036     CALL "AKAEVT"                                                D35
167037     USING KAIEVT-EIN-AUSGABEBEREICH                              D35
167038           GSOVER-VERSTAENDIGUNGSBEREICH                          D35
167039     END-CALL                                                     D35
167040     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D35
167041     THEN                                                         D35
167042*      KA5007 (DB-Fehler)                                         D35
167043       MOVE C-OBJEKT-KA5007       TO H-MELDUNGS-OBJEKT            D35
167044       PERFORM MELDUNG-EINTRAGEN                                  D35
167045       GO TO PROGRAMM-VERLASSEN                                   D35
167046     END-IF                                                       D35
167047     .                                                            D35
167048 EREIGNIS-SCH-SCHREIBEN-1002.                                     D35
167049     EXIT.                                                        D35
167100/---------------------------------------------------------------*
167200* neue (maximale) Folgenummer bestimmen                         *
167300*---------------------------------------------------------------*
171300     .
171400 MAX-FNR-1002.
171500     EXIT.
171501/---------------------------------------------------------------* D32
171502* Korrespondentenentgelt abspalten:                             * D32
171503* 1. geschlossene Ausgleichsposition ueber den Abzug in der     * D32
171504*    Paarschliessung (wie im Toleranzfall, internes Konto)      * D32
171505* 2. Entgeltposten (Soll, Verwendungszweck ENTGELT) auf dem     * D32
171506*    Konto des Nettoeingangs in einer eigenen Schliessung mit   * D32
171507*    Bemerkung "ENTG:"; ist diese bereits geschlossen, wird     * D32
171508*    sie direkt in KA02AKGB zur Buchung auf das Entgeltkonto    * D32
171509*    vorgemerkt, sonst bei der Freigabe (AKA4OF)                * D32
17150A*---------------------------------------------------------------* D32
17150B ENTGELT-ABSPALTEN SECTION.                                       D32
17150C ENTGELT-ABSPALTEN-1001.                                          D32
17150D*                                                                 D32
17150E*    ---------- Ausgleichsposition geschlossen                    D32
17150F     PERFORM VERSORGE-1-KKA4AP-ANL                                D32
17150G     PERFORM AUFRUF-KKA4AP-ANL                                    D32
17150H*                                                                 D32
17150I*    ---------- Entgeltschliessung                                D32
17150J     MOVE H-MERK-SCHLIESSUNGSNUMMER                               D32
17150K                                  TO H-MERK-SCHLIESSNR-PAAR       D32
17150L     MOVE ZERO                    TO H-MERK-SCHLIESSUNGSNUMMER    D32
17150M     MOVE C-01-INT-ANL-SCH        TO KAI4SL1-FUNKTION             D32
17150N     MOVE C-GELDKTO-UMSATZ-ABSTIMM                                D32
17150O                                  TO KAI4SL1-AKTUELLE-ABSTIMM-ART D32
17150P     PERFORM VERSORGE-KKA4SL-FINAL                                D32
17150Q     MOVE ZERO                    TO KAI4SL1-DIFF-TATSAECHL       D32
17150R     MOVE C-BEMERK-ENTG-POSTEN    TO KAI4SL1-SCHLIESSUNG-BEMERK   D32
17150S     PERFORM AUFRUF-KKA4SL                                        D32
17150T*                                                                 D32
17150U*    ---------- Entgeltposten                                     D32
17150V*    hier nur mehr abweichende Eingabeparameter versorgt          D32
17150W     MOVE H-MERK-ENTG-HERKUNFT    TO KAI4AP1-APO-HERKUNFT         D32
17150X     MOVE H-MERK-ENTG-KONTO-ID    TO KAI4AP1-APO-KONTO-ID-ABSTIMM D32
17150Y     PERFORM MAX-FNR-ENTGELT                                      D32
17150Z     MOVE H-MERK-NEUE-FOLGENUMMER TO KAI4AP1-APO-AUSZUG-FNR       D32
171510     MOVE C-1                     TO KAI4AP1-APO-LFD-NR-APO       D32
171511     COMPUTE KAI4AP1-APO-BETRAG   = ZERO - H-MERK-ENTG-ABZUG      D32
171512     MOVE H-MERK-ENTG-ABZUG       TO KAI4AP1-APO-BETRAG-ABSOLUT   D32
171513     MOVE SPACE                   TO KAI4AP1-APO-VERWENDUNGSZWECK D32
171514     STRING "ENTGELT "            DELIMITED BY SIZE               D32
171515            H-MERK-ENTG-TRAEGER   DELIMITED BY SIZE               D32
171516            " KORRESPONDENT "     DELIMITED BY SIZE               D32
171517            H-MERK-ENTG-KONTO-ID  DELIMITED BY SPACE              D32
171518       INTO KAI4AP1-APO-VERWENDUNGSZWECK                          D32
171519     END-STRING                                                   D32
17151A     MOVE H-MERK-ENTG-TRAEGER     TO KAI4AP1-APO-ENTGELT-TRAEGER  D32
17151B     MOVE H-MERK-SCHLIESSUNGSNUMMER                               D32
17151C                                  TO KAI4AP1-APO-SCHLIESSUNGSNR   D32
17151D     MOVE C-BEMERK-ENTG-POSTEN    TO KAI4AP1-APO-BEMERKUNG        D32
17151E     PERFORM AUFRUF-KKA4AP-ANL                                    D32
17151F*                                                                 D32
17151G*    ---------- GL-Vormerkung (Schliessungsgrund ENTG)            D32
17151H     IF H-MERK-SCHLIESSUNG-STATUS = C-STATUS-GESCHLOSSEN          D32
17151I     THEN                                                         D32
17151J       MOVE H-MERK-SCHLIESSUNGSNUMMER                             D32
17151K                                  TO KAI0AKB-SCHLIESSUNGSNR       D32
17151L       MOVE H-MERK-BUCHUNGSDATUM  TO KAO0AKB-FREIGABE-DATUM       D32
17151M       MOVE C-GRUND-ENTGELT       TO KAO0AKB-GRUND-CODE           D32
17151N       SET KAO0AKB-OFFEN          TO TRUE                         D32
17151O       MOVE ZERO                  TO KAO0AKB-SENDE-DATUM          D32
17151P       MOVE SPACE                 TO KAO0AKB-RUECK-GRUND          D32
17151Q       MOVE KAI0AKB-SCHLIESSUNGSNR TO KAIFXS-SCHLIESSUNGSNR       D36
17151R       MOVE KAO0AKB-FREIGABE-DATUM TO KAIFXS-FREIGABE-DATUM       D36
17151S       CALL "AKAFXS"                                              D36
17151T       USING KAIFXS-EIN-AUSGABEBEREICH                            D36
17151U             GSOVER-VERSTAENDIGUNGSBEREICH                        D36
17151V       END-CALL                                                   D36
17151W       MOVE KAIFXS-FX-REAL-BETRAG TO KAO0AKB-FX-REAL-BETRAG       D36
17151X       MOVE KAIFXS-FX-NEUBEW-BETRAG                               D36
17151Y                                  TO KAO0AKB-FX-NEUBEW-BETRAG     D36
17151Z       CALL "CGSTAB"                                              D32
171520       USING C-TAB-SCHREIBEN-EQUAL                                D32
171521             C-KONFIG-ID-KA                                       D32
171522             C-OBJEKT-TAB-KA02AKGB                                D32
171523             GSOVER-VERSTAENDIGUNGSBEREICH                        D32
171524             KAI0AKB-EINGABEBEREICH                               D32
171525             KAO0AKB-AUSGABEBEREICH                               D32
171526             GSTTAB-EIN-AUSGABEBEREICH                            D32
171527       END-CALL                                                   D32
171528       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT       D32
171529       THEN                                                       D32
17152A         GO TO PROGRAMM-VERLASSEN                                 D32
17152B       END-IF                                                     D32
17152C     END-IF                                                       D32
17152D*                                                                 D32
17152E*    Journal und Meldung zur Paarschliessung                      D32
17152F     MOVE H-MERK-SCHLIESSNR-PAAR  TO H-MERK-SCHLIESSUNGSNUMMER    D32
17152G     .                                                            D32
17152H ENTGELT-ABSPALTEN-1002.                                          D32
17152I     EXIT.                                                        D32
17152J/---------------------------------------------------------------* D32
17152K* neue (maximale) Folgenummer auf dem Konto des Nettoeingangs   * D32
17152L* bestimmen (Entgeltposten)                                     * D32
17152M*---------------------------------------------------------------* D32
17152N MAX-FNR-ENTGELT SECTION.                                         D32
17152O MAX-FNR-ENTGELT-1001.                                            D32
17152P*                                                                 D32
17152Q     MOVE C-01-INT-LES-MAX-FNR    TO KAI5APM-FUNKTION             D32
17152R     MOVE H-MERK-AK-NR            TO KAI5APM-ABSTIMMKREIS-NR      D32
17152S     MOVE H-MERK-ENTG-HERKUNFT    TO KAI5APM-HERKUNFT             D32
17152T     MOVE H-MERK-ENTG-KONTO-ID    TO KAI5APM-KONTO-ID-ABSTIMM     D32
17152U     MOVE H-MERK-BUCHUNGSDATUM    TO KAI5APM-AUSZUGSDATUM         D32
17152V*                                                                 D32
17152W     CALL "CGSAUF"                                                D32
17152X     USING C-AUF-AUFRUF-AL                                        D32
17152Y           C-KONFIG-ID-KA                                         D32
17152Z           C-OBJEKT-AUF-KKA5AP                                    D32
171530           GSOVER-VERSTAENDIGUNGSBEREICH                          D32
171531           KAI5APM-EINGABEBEREICH                                 D32
171532           KAO5APM-AUSGABEBEREICH                                 D32
171533           DUMMY                                                  D32
171534           DUMMY                                                  D32
171535           DUMMY                                                  D32
171536     END-CALL                                                     D32
171537*                                                                 D32
171538     IF GSOVER-GEWICHT            < C-GEW-FEHLER                  D32
171539     THEN                                                         D32
17153A       ADD C-1                    TO KAO5APM-MAX-FOLGE-NR         D32
17153B                                  GIVING H-MERK-NEUE-FOLGENUMMER  D32
17153C         ON SIZE ERROR                                            D32
17153D*          KA4114: Ueberlauf Folgenummer bei Abstimmkr./Konto     D32
17153E           MOVE C-OBJEKT-KA4114   TO H-MELDUNGS-OBJEKT            D32
17153F           MOVE H-MERK-AK-NR      TO GSTMEL-VAR-TEXT-1            D32
17153G           MOVE H-MERK-ENTG-KONTO-ID(1:20)                        D32
17153H                                  TO GSTMEL-VAR-TEXT-2            D32
17153I           PERFORM MELDUNG-EINTRAGEN                              D32
17153J           GO TO PROGRAMM-VERLASSEN                               D32
17153K       END-ADD                                                    D32
17153L     ELSE                                                         D32
17153M       GO TO PROGRAMM-VERLASSEN                                   D32
17153N     END-IF                                                       D32
17153O     .                                                            D32
17153P MAX-FNR-ENTGELT-1002.                                            D32
17153Q     EXIT.                                                        D32
17153R/---------------------------------------------------------------* D33
17153S* Kursdifferenz abspalten (Fremdwaehrungsabstimmung):           * D33
17153T* 1. geschlossene Ausgleichsposition ueber die Kursdifferenz    * D33
17153U*    in Hauswaehrung in der Paarschliessung (internes Konto)    * D33
17153V* 2. Restposten ueber die Kursdifferenz auf dem internen Konto  * D33
17153W*    in einer eigenen Schliessung mit Bemerkung "FXDI:"; die    * D33
17153X*    Vormerkung in KA02AKGB (Kursergebniskonto, Kursergebnis    * D33
17153Y*    ueber AKAFXS) entsteht sofort, wenn diese bereits          * D33
17153Z*    geschlossen ist, sonst bei ihrer Freigabe (AKA4OF)         * D33
171540*---------------------------------------------------------------* D33
171541 FX-DIFFERENZ-ABSPALTEN SECTION.                                  D33
171542 FX-DIFFERENZ-ABSPALTEN-1001.                                     D33
171543*                                                                 D33
171544*    ---------- Ausgleichsposition geschlossen                    D33
171545     PERFORM VERSORGE-1-KKA4AP-ANL                                D33
171546     PERFORM AUFRUF-KKA4AP-ANL                                    D33
171547*                                                                 D33
171548*    ---------- Restschliessung                                   D33
171549     MOVE H-MERK-SCHLIESSUNGSNUMMER                               D33
17154A                                  TO H-MERK-SCHLIESSNR-PAAR       D33
17154B     MOVE ZERO                    TO H-MERK-SCHLIESSUNGSNUMMER    D33
17154C     MOVE C-01-INT-ANL-SCH        TO KAI4SL1-FUNKTION             D33
17154D     MOVE C-GELDKTO-UMSATZ-ABSTIMM                                D33
17154E                                  TO KAI4SL1-AKTUELLE-ABSTIMM-ART D33
17154F     PERFORM VERSORGE-KKA4SL-FINAL                                D33
17154G     MOVE ZERO                    TO KAI4SL1-DIFF-TATSAECHL       D33
17154H     MOVE C-BEMERK-FX-POSTEN      TO KAI4SL1-SCHLIESSUNG-BEMERK   D33
17154I     PERFORM AUFRUF-KKA4SL                                        D33
17154J*                                                                 D33
17154K*    ---------- Restposten                                        D33
17154L*    hier nur mehr abweichende Eingabeparameter versorgt          D33
17154M     PERFORM MAX-FNR                                              D33
17154N     MOVE H-MERK-NEUE-FOLGENUMMER TO KAI4AP1-APO-AUSZUG-FNR       D33
17154O     MOVE C-1                     TO KAI4AP1-APO-LFD-NR-APO       D33
17154P     MOVE H-MERK-BETRAGSSUMME     TO KAI4AP1-APO-BETRAG           D33
17154Q     MOVE "KURSDIFFERENZ FREMDWAEHRUNGSABSTIMMUNG"                D33
17154R                                  TO KAI4AP1-APO-VERWENDUNGSZWECK D33
17154S     MOVE H-MERK-SCHLIESSUNGSNUMMER                               D33
17154T                                  TO KAI4AP1-APO-SCHLIESSUNGSNR   D33
17154U     MOVE C-BEMERK-FX-POSTEN      TO KAI4AP1-APO-BEMERKUNG        D33
17154V     PERFORM AUFRUF-KKA4AP-ANL                                    D33
17154W*                                                                 D33
17154X*    ---------- GL-Vormerkung (Schliessungsgrund FXDI)            D33
17154Y     IF H-MERK-SCHLIESSUNG-STATUS = C-STATUS-GESCHLOSSEN          D33
17154Z     THEN                                                         D33
171550       MOVE H-MERK-SCHLIESSUNGSNUMMER                             D33
171551                                  TO KAI0AKB-SCHLIESSUNGSNR       D33
171552       MOVE H-MERK-BUCHUNGSDATUM  TO KAO0AKB-FREIGABE-DATUM       D33
171553       MOVE C-GRUND-FXDIFF        TO KAO0AKB-GRUND-CODE           D33
171554       SET KAO0AKB-OFFEN          TO TRUE                         D33
171555       MOVE ZERO                  TO KAO0AKB-SENDE-DATUM          D33
171556       MOVE SPACE                 TO KAO0AKB-RUECK-GRUND          D33
171557       MOVE KAI0AKB-SCHLIESSUNGSNR TO KAIFXS-SCHLIESSUNGSNR       D36
171558       MOVE KAO0AKB-FREIGABE-DATUM TO KAIFXS-FREIGABE-DATUM       D36
171559       CALL "AKAFXS"                                              D36
17155A       USING KAIFXS-EIN-AUSGABEBEREICH                            D36
17155B             GSOVER-VERSTAENDIGUNGSBEREICH                        D36
17155C       END-CALL                                                   D36
17155D       MOVE KAIFXS-FX-REAL-BETRAG TO KAO0AKB-FX-REAL-BETRAG       D36
17155E       MOVE KAIFXS-FX-NEUBEW-BETRAG                               D36
17155F                                  TO KAO0AKB-FX-NEUBEW-BETRAG     D36
17155G       CALL "CGSTAB"                                              D33
17155H       USING C-TAB-SCHREIBEN-EQUAL                                D33
17155I             C-KONFIG-ID-KA                                       D33
17155J             C-OBJEKT-TAB-KA02AKGB                                D33
17155K             GSOVER-VERSTAENDIGUNGSBEREICH                        D33
17155L             KAI0AKB-EINGABEBEREICH                               D33
17155M             KAO0AKB-AUSGABEBEREICH                               D33
17155N             GSTTAB-EIN-AUSGABEBEREICH                            D33
17155O       END-CALL                                                   D33
17155P       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT       D33
17155Q       THEN                                                       D33
17155R         GO TO PROGRAMM-VERLASSEN                                 D33
17155S       END-IF                                                     D33
17155T     END-IF                                                       D33
17155U*                                                                 D33
17155V*    Journal und Meldung zur Paarschliessung                      D33
17155W     MOVE H-MERK-SCHLIESSNR-PAAR  TO H-MERK-SCHLIESSUNGSNUMMER    D33
17155X     .                                                            D33
17155Y FX-DIFFERENZ-ABSPALTEN-1002.                                     D33
17155Z     EXIT.                                                        D33
171600/---------------------------------------------------------------*
171700* Programminitialisierung                                       *
171800*---------------------------------------------------------------*
175750*      Toleranz fuer automatische Schliessung (Auto-Match)  D03
175760       MOVE KAO0AKR-DIFF-TOLER-AUTO                               D03
175770                                  TO H-MERK-DIFF-TOLER-AUTO       D03
175780*      Toleranz fuer die Fremdwaehrungsabstimmung (Hauswaehrung)  D33
175790       MOVE KAO0AKR-FX-TOLERANZ   TO H-MERK-FX-TOLERANZ           D33
175800       MOVE C-OBJEKT-KA0000       TO GSOVER-RETURNCODE
175900     END-IF
176000     .
176580                                  TO H-REGEL-ISIN-PFLICHT         D05
176590       MOVE KAO0AKG-REGEL-PRIMANOTA-PFL                           D05
176600                                  TO H-REGEL-PRIMANOTA-PFLICHT    D05
176605       MOVE KAO0AKG-REGEL-E2E-PFL TO H-REGEL-E2E-PFLICHT          D31
176610     ELSE                                                         D05
176615       MOVE ZERO                  TO H-MERK-SCHLIESSREGEL-NR      D28
176620       MOVE C-N                    TO H-REGEL-VALUTA-PFLICHT      D05
176630       MOVE C-N                    TO H-REGEL-ISIN-PFLICHT        D05
176640       MOVE C-N                    TO H-REGEL-PRIMANOTA-PFLICHT   D05
176645       MOVE C-N                    TO H-REGEL-E2E-PFLICHT         D31
176650     END-IF                                                       D05
176660     MOVE C-OBJEKT-KA0000         TO GSOVER-RETURNCODE            D05
176670     .                                                            D05
176800     MOVE H-MATCH-VALUTA (C-1)    TO H-MERK-1-VALUTA              D05
176810     MOVE H-MATCH-ISIN (C-1)      TO H-MERK-1-ISIN                D05
176820     MOVE H-MATCH-PRIMANOTA (C-1) TO H-MERK-1-PRIMANOTA           D05
176825     MOVE SPACE                   TO H-MERK-1-E2E                 D31
176830     MOVE C-1                     TO H-ZAEHLER-ANZ                D05
176840     PERFORM UNTIL H-ZAEHLER-ANZ  > KAIADI1-IND-LETZT             D05
176850       IF REGEL-VALUTA-PFLICHT-JA                                 D05
177100         PERFORM MELDUNG-EINTRAGEN                                D05
177110         GO TO PROGRAMM-VERLASSEN                                 D05
177120       END-IF                                                     D05
177121*      EndToEndId: Positionen ohne EndToEndId nehmen an der       D31
177122*      Pruefung nicht teil; alle uebrigen muessen gleich sein     D31
177123       IF REGEL-E2E-PFLICHT-JA                                    D31
177124          AND H-MATCH-E2E (H-ZAEHLER-ANZ) NOT = SPACE             D31
177125       THEN                                                       D31
177126         IF H-MERK-1-E2E           = SPACE                        D31
177127         THEN                                                     D31
177128           MOVE H-MATCH-E2E (H-ZAEHLER-ANZ)                       D31
177129                                  TO H-MERK-1-E2E                 D31
17712A         END-IF                                                   D31
17712B         IF H-MATCH-E2E (H-ZAEHLER-ANZ) NOT = H-MERK-1-E2E        D31
17712C         THEN                                                     D31
17712D           MOVE C-OBJEKT-KA4207   TO H-MELDUNGS-OBJEKT            D31
17712E           MOVE "END-TO-END-ID"   TO GSTMEL-VAR-TEXT-1            D31
17712F           PERFORM MELDUNG-EINTRAGEN                              D31
17712G           GO TO PROGRAMM-VERLASSEN                               D31
17712H         END-IF                                                   D31
17712I       END-IF                                                     D31
177130       ADD C-1                    TO H-ZAEHLER-ANZ                D05
177140     END-PERFORM                                                  D05
177150     .                                                            D05
177900 PRUEFEN-SCHLIESSGRUND-1002.                                      D07
177910     EXIT                                                         D07
177920     .                                                            D07
177921/---------------------------------------------------------------* D32
177922* Fehlbetrag als Korrespondentenentgelt pruefen (AKAENT):       * D32
177923* nur ausserhalb der Toleranz, ohne Netting und wenn die Summe  * D32
177924* negativ ist, d.h. der Nettoeingang um den Abzug des Korres-   * D32
177925* pondenten hinter dem erwarteten Bruttobetrag zurueckbleibt.   * D32
177926* Passt der Abzug zum Entgelttraeger und zur Vereinbarung in    * D32
177927* KA000AKEN, wird das Entgelt bei der Schliessung abgespalten.  * D32
177928*---------------------------------------------------------------* D32
177929 PRUEFEN-ENTGELT SECTION.                                         D32
17792A PRUEFEN-ENTGELT-1001.                                            D32
17792B     SET H-MERK-ENTGELT-NEIN      TO TRUE                         D32
17792C     MOVE ZERO                    TO H-MERK-ENTG-ABZUG            D32
17792D     IF NOT KAIADI1-NETTING                                       D32
17792E        AND H-MERK-BETRAGSSUMME   < ZERO                          D32
17792F        AND H-MERK-ABSOLUTBETRAG  > H-MERK-DIFF-TOLERIERT         D32
17792G        AND H-MERK-ENTG-KONTO-ID  NOT = SPACE                     D32
17792H        AND H-MERK-FX-NEIN                                        D33
17792I     THEN                                                         D32
17792J       MOVE C-01-INT-ENTG-PRUEFEN TO KAIENT-FUNKTION              D32
17792K       MOVE H-MERK-ENTG-HERKUNFT  TO KAIENT-HERKUNFT              D32
17792L       MOVE H-MERK-ENTG-KONTO-ID  TO KAIENT-KONTO-ID              D32
17792M       MOVE H-MERK-WAEHRUNG       TO KAIENT-WAEHRUNG              D32
17792N       MOVE H-MERK-ENTG-TRAEGER   TO KAIENT-ENTGELT-TRAEGER       D32
17792O       MOVE H-MERK-ABSOLUTBETRAG  TO KAIENT-ABZUG                 D32
17792P       CALL "AKAENT" USING                                        D32
17792Q            KAIENT-EINGABEBEREICH                                 D32
17792R            KAOENT-AUSGABEBEREICH                                 D32
17792S            GSOVER-VERSTAENDIGUNGSBEREICH                         D32
17792T       END-CALL                                                   D32
17792U       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT           D32
17792V          AND KAOENT-PASST                                        D32
17792W       THEN                                                       D32
17792X         SET H-MERK-ENTGELT-JA    TO TRUE                         D32
17792Y         MOVE H-MERK-ABSOLUTBETRAG                                D32
17792Z                                  TO H-MERK-ENTG-ABZUG            D32
177930         MOVE KAOENT-ENTGELT-TRAEGER                              D32
177931                                  TO H-MERK-ENTG-TRAEGER          D32
177932       END-IF                                                     D32
177933*      passt der Abzug nicht, gilt die normale Toleranzpruefung   D32
177934       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D32
177935       MOVE C-OBJEKT-KA0000       TO GSOVER-RETURNCODE            D32
177936     END-IF                                                       D32
177937     .                                                            D32
177938 PRUEFEN-ENTGELT-1002.                                            D32
177939     EXIT                                                         D32
17793A     .                                                            D32
17793B/---------------------------------------------------------------* D33
17793C* Fremdwaehrungsabstimmung pruefen: stehen die Positionen in    * D33
17793D* unterschiedlichen Waehrungen (kein Netting), wird jede zum    * D33
17793E* KA02AKKU-Kurs ihres Valutatages in die Hauswaehrung umge-     * D33
17793F* rechnet. Liegt die Summe der Gegenwerte innerhalb der FX-     * D33
17793G* Toleranz des Abstimmkreises, wird mit Schliessart FX          * D33
17793H* geschlossen; die Summe gilt dann als Restdifferenz in Haus-   * D33
17793I* waehrung, sonst KA4203 mit FX-Toleranz und Differenz.         * D33
17793J*---------------------------------------------------------------* D33
17793K PRUEFEN-FX SECTION.                                              D33
17793L PRUEFEN-FX-1001.                                                 D33
17793M     SET H-MERK-FX-NEIN           TO TRUE                         D33
17793N     IF NOT KAIADI1-NETTING                                       D33
17793O     THEN                                                         D33
17793P       MOVE C-2                   TO H-ZAEHLER-ANZ                D33
17793Q       PERFORM UNTIL H-ZAEHLER-ANZ > KAIADI1-IND-LETZT            D33
17793R                  OR H-MERK-FX-JA                                 D33
17793S         IF H-MATCH-WAEHRUNG (H-ZAEHLER-ANZ)                      D33
17793T            NOT = H-MATCH-WAEHRUNG (C-1)                          D33
17793U         THEN                                                     D33
17793V           SET H-MERK-FX-JA       TO TRUE                         D33
17793W         END-IF                                                   D33
17793X         ADD C-1                  TO H-ZAEHLER-ANZ                D33
17793Y       END-PERFORM                                                D33
17793Z     END-IF                                                       D33
177940*                                                                 D33
177941     IF H-MERK-FX-JA                                              D33
177942     THEN                                                         D33
177943*      Gegenwerte in Hauswaehrung aufsummieren                    D33
177944       MOVE ZERO                  TO H-MERK-FX-SUMME              D33
177945       MOVE C-1                   TO H-ZAEHLER-ANZ                D33
177946       PERFORM UNTIL H-ZAEHLER-ANZ > KAIADI1-IND-LETZT            D33
177947         PERFORM FX-GEGENWERT-ERMITTELN                           D33
177948         ADD H-MERK-FX-GEGENWERT  TO H-MERK-FX-SUMME              D33
177949           ON SIZE ERROR                                          D33
17794A*            KA4205 Ueberlauf bei Summierung                      D33
17794B*                   der Abstimmpositionsbetraege                  D33
17794C             MOVE C-OBJEKT-KA4205 TO H-MELDUNGS-OBJEKT            D33
17794D             PERFORM MELDUNG-EINTRAGEN                            D33
17794E             GO TO PROGRAMM-VERLASSEN                             D33
17794F         END-ADD                                                  D33
17794G         ADD C-1                  TO H-ZAEHLER-ANZ                D33
17794H       END-PERFORM                                                D33
17794I       MOVE H-MERK-FX-SUMME       TO H-MERK-BETRAGSSUMME          D33
17794J       MOVE H-MERK-FX-SUMME       TO H-MERK-ABSOLUTBETRAG         D33
17794K       MOVE C-STD-HAUSWAEHRUNG    TO H-MERK-WAEHRUNG              D33
17794L       IF H-MERK-ABSOLUTBETRAG    > H-MERK-FX-TOLERANZ            D33
17794M       THEN                                                       D33
17794N*        KA4203 Toleranz ueberschritten, Soll: @@@@@@@@@@@@@@@@   D33
17794O*               Ist: @@@@@@@@@@@@@@@@                             D33
17794P         MOVE C-OBJEKT-KA4203     TO H-MELDUNGS-OBJEKT            D33
17794Q         MOVE H-MERK-FX-TOLERANZ  TO H-DIFFERENZ-ABDRUCKBAR       D33
17794R         MOVE H-DIFFERENZ-ABDRUCKBAR                              D33
17794S                                  TO GSTMEL-VAR-TEXT-1            D33
17794T         MOVE H-MERK-ABSOLUTBETRAG                                D33
17794U                                  TO H-DIFFERENZ-ABDRUCKBAR       D33
17794V         MOVE H-DIFFERENZ-ABDRUCKBAR                              D33
17794W                                  TO GSTMEL-VAR-TEXT-2            D33
17794X         PERFORM MELDUNG-EINTRAGEN                                D33
17794Y         GO TO PROGRAMM-VERLASSEN                                 D33
17794Z       END-IF                                                     D33
177950     END-IF                                                       D33
177951     .                                                            D33
177952 PRUEFEN-FX-1002.                                                 D33
177953     EXIT                                                         D33
177954     .                                                            D33
177955/---------------------------------------------------------------* D33
177956* Gegenwert der Position H-ZAEHLER-ANZ in Hauswaehrung zum      * D33
177957* KA02AKKU-Kurs ihres Valutatages (Einheiten Hauswaehrung je    * D33
177958* Einheit Fremdwaehrung); fehlt der Kurs, Abbruch mit KA4940    * D33
177959*---------------------------------------------------------------* D33
17795A FX-GEGENWERT-ERMITTELN SECTION.                                  D33
17795B FX-GEGENWERT-ERMITTELN-1001.                                     D33
17795C     IF H-MATCH-WAEHRUNG (H-ZAEHLER-ANZ) = C-STD-HAUSWAEHRUNG     D33
17795D        OR H-MATCH-WAEHRUNG (H-ZAEHLER-ANZ) = SPACE               D33
17795E     THEN                                                         D33
17795F       MOVE H-MATCH-BETRAG (H-ZAEHLER-ANZ)                        D33
17795G                                  TO H-MERK-FX-GEGENWERT          D33
17795H     ELSE                                                         D33
17795I       MOVE H-MATCH-WAEHRUNG (H-ZAEHLER-ANZ)                      D33
17795J                                  TO KAI0AKC-WAEHRUNG             D33
17795K       MOVE H-MATCH-VALUTA (H-ZAEHLER-ANZ)                        D33
17795L                                  TO KAI0AKC-STICHTAG             D33
17795M       MOVE ZERO                  TO KAO0AKC-KURS                 D33
17795N       CALL "CGSTAB"                                              D33
17795O       USING C-TAB-LESEN-EQUAL                                    D33
17795P             C-KONFIG-ID-KA                                       D33
17795Q             C-OBJEKT-TAB-KA02AKKU                                D33
17795R             GSOVER-VERSTAENDIGUNGSBEREICH                        D33
17795S             KAI0AKC-EINGABEBEREICH                               D33
17795T             KAO0AKC-AUSGABEBEREICH                               D33
17795U             GSTTAB-EIN-AUSGABEBEREICH                            D33
17795V       END-CALL                                                   D33
17795W       IF GSOVER-GEWICHT          NOT = C-GEW-NICHT-GESETZT       D33
17795X          OR KAO0AKC-KURS         = ZERO                          D33
17795Y       THEN                                                       D33
17795Z*        KA4940 Kein Devisenkurs fuer @@@ zum Valutatag @@@@@@@@  D33
177960         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT               D33
177961         MOVE C-OBJEKT-KA4940     TO H-MELDUNGS-OBJEKT            D33
177962         MOVE H-MATCH-WAEHRUNG (H-ZAEHLER-ANZ)                    D33
177963                                  TO GSTMEL-VAR-TEXT-1            D33
177964         MOVE H-MATCH-VALUTA (H-ZAEHLER-ANZ)                      D33
177965                                  TO GSTMEL-VAR-TEXT-2            D33
177966         PERFORM MELDUNG-EINTRAGEN                                D33
177967         GO TO PROGRAMM-VERLASSEN                                 D33
177968       END-IF                                                     D33
177969       COMPUTE H-MERK-FX-GEGENWERT ROUNDED                        D33
17796A             = H-MATCH-BETRAG (H-ZAEHLER-ANZ) * KAO0AKC-KURS      D33
17796B         ON SIZE ERROR                                            D33
17796C*          KA4205 Ueberlauf bei Summierung                        D33
17796D*                 der Abstimmpositionsbetraege                    D33
17796E           MOVE C-OBJEKT-KA4205   TO H-MELDUNGS-OBJEKT            D33
17796F           PERFORM MELDUNG-EINTRAGEN                              D33
17796G           GO TO PROGRAMM-VERLASSEN                               D33
17796H       END-COMPUTE                                                D33
17796I       MOVE C-OBJEKT-KA0000       TO GSOVER-RETURNCODE            D33
17796J     END-IF                                                       D33
17796K     .                                                            D33
17796L FX-GEGENWERT-ERMITTELN-1002.                                     D33
17796M     EXIT                                                         D33
17796N     .                                                            D33
176400/---------------------------------------------------------------*
176500* internes Konto eines Abstimmkreises ermitteln                 *
176600*---------------------------------------------------------------*
226200*
226300     MOVE KAO5AP1-APO-WAEHRUNG    TO H-MERK-WAEHRUNG
226400     MOVE KAO5AP1-APO-STATUS      TO H-MERK-STATUS
226401*    Konto und Entgelttraeger des (ersten) Nettoeingangs fuer     D32
226402*    die Entgeltpruefung merken; fehlt dort der Traeger, gilt     D32
226403*    der des Gegenpostens                                         D32
226404     IF KAO5AP1-APO-BETRAG        > ZERO                          D32
226405        AND H-MERK-ENTG-KONTO-ID  = SPACE                         D32
226406     THEN                                                         D32
226407       MOVE KAO5AP1-APO-HERKUNFT  TO H-MERK-ENTG-HERKUNFT         D32
226408       MOVE KAO5AP1-APO-KONTO-ID-ABSTIMM                          D32
226409                                  TO H-MERK-ENTG-KONTO-ID         D32
22640A       IF KAO5AP1-APO-ENTGELT-TRAEGER NOT = SPACE                 D32
22640B       THEN                                                       D32
22640C         MOVE KAO5AP1-APO-ENTGELT-TRAEGER                         D32
22640D                                  TO H-MERK-ENTG-TRAEGER          D32
22640E       END-IF                                                     D32
22640F     END-IF                                                       D32
22640G     IF H-MERK-ENTG-TRAEGER       = SPACE                         D32
22640H     THEN                                                         D32
22640I       MOVE KAO5AP1-APO-ENTGELT-TRAEGER                           D32
22640J                                  TO H-MERK-ENTG-TRAEGER          D32
22640K     END-IF                                                       D32
226410*    Matching-Felder fuer die spaetere Pflichtfeld-Pruefung      D05
226420*    ueber alle Positionen hinweg merken (ERMITTELN-MATCH-REGEL) D05
226430     MOVE KAO5AP1-APO-VALUTA      TO H-MATCH-VALUTA                
226484                                     (H-ZAEHLER-ANZ)              D16
226486         MOVE KAO5AP1-APO-STATUS      TO H-MATCH-STATUS           D16
226488                                     (H-ZAEHLER-ANZ)              D16
226490         MOVE KAO5AP1-APO-END-TO-END-ID TO H-MATCH-E2E            D31
226492                                     (H-ZAEHLER-ANZ)              D31
226494         MOVE KAO5AP1-APO-WAEHRUNG    TO H-MATCH-WAEHRUNG         D33
226496                                     (H-ZAEHLER-ANZ)              D33
226500*
226600     MOVE KAO5AP1-AUSGABEBEREICH  TO KAHADI-KAHADI-KAAPO-TAB
226700                                     (H-ZAEHLER-ANZ)
239220     THEN                                                         D16
239230       ADD 50                     TO H-VORSCHLAG-GUETE            D16
239240     END-IF                                                       D16
239241*    Gleiche EndToEndId: Zahlung und Gegenposition sind           D31
239242*    praktisch sicher dieselbe Transaktion                        D31
239243     IF H-MATCH-E2E (H-VORSCHLAG-I)                               D31
239244                              = H-MATCH-E2E (H-VORSCHLAG-J)       D31
239245        AND H-MATCH-E2E (H-VORSCHLAG-I)                           D31
239246                              NOT = SPACE                         D31
239247     THEN                                                         D31
239248       ADD 50                     TO H-VORSCHLAG-GUETE            D31
239249     END-IF                                                       D31
239250     .                                                            D16
239260 VORSCHLAG-GUETE-ERMITTELN-1002.                                  D16
239270     EXIT.                                                        D16
240147       MOVE HVZ-T-BETRAG (H-HVZ-IND)                              D25
240148                                  TO KAOADI3-POS-BETRAG           D25
240149                                     (H-KREIS-ANZ-POS)            D25
2401A1       MOVE SPACE                 TO H-MATCH-E2E                  D31
2401A2                                     (H-KREIS-ANZ-POS)            D31
24Q100     ELSE                                                         D29
24Q101*      Kapazitaet voll - Treffer bleibt fuer den Folgeaufruf      D29
24Q102       SET KREIS-TREFFER-UEBRIG   TO TRUE                         D29
