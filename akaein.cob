      *     AKAWDL aus Haltebestand und Aufbewahrungsdatei.        *    D30
      *     Datum: 04.09.2026                            NKZ: KLM  *    D30
      *                                                           *     D30
      * D39 R58773                                                *     D39
      *     Waehrungsgenauigkeit: KAIEIN1-BETRAG fuehrt 3 Nach-   *     D39
      *     kommastellen wie Anfangs-/Endsaldo, KWD/BHD/OMR-      *     D39
      *     Umsaetze gehen ungekuerzt in den APO-Bestand. Neue    *     D39
      *     Pruefung BETRAG-GENAUIGKEIT-PRUEFEN (INHALT-PRUEFEN)  *     D39
      *     gegen den Waehrungsstamm KA00AKWA ueber AKAWAE:       *     D39
      *     Betraege mit mehr Nachkommastellen als die Waehrung   *     D39
      *     fuehrt, werden mit KA4921 abgewiesen.                 *     D39
      *     Datum: 15.10.2026                          NKZ: KLM   *     D39
      *                                                           *     D39
      * D40 R58774                                                *     D40
      *     ISO-20022-Referenzen in voller Laenge an KKA4AP;      *     D40
      *     Storno-Original zusaetzlich ueber EndToEndId.         *     D40
      *     Datum: 15.10.2026                          NKZ: KLM   *     D40
      *                                                           *     D40
      * D41 R58775                                                *     D41
      *     Waehrungstaschen: Konto (KKA5KT/KKA4KT), Auszugs-     *     D41
      *     Historie KA02AKAH und AK-Zuordnung KA01AKKTO je       *     D41
      *     Waehrung des Auszugs; KA01AKKTO ohne Eintrag fuer     *     D41
      *     die Waehrung faellt auf die Zuordnung mit Waehrung    *     D41
      *     SPACE zurueck.                                        *     D41
      *     Datum: 15.10.2026                          NKZ: KLM   *     D41
      *                                                           *     D41
      * D42 R58776                                                *     D42
      *     Virtuelle IBANs der Sammelkonten: Umsaetze, deren     *     D42
      *     Gegenkonto oder Verwendungszweck eine virtuelle IBAN  *     D42
      *     aus einem Bereich der Tabelle KA00AKVI traegt, werden *     D42
      *     direkt im Abstimmkreis des Bereichs angelegt;         *     D42
      *     Fachbereich und Sachbearbeiter des Bereichs haben     *     D42
      *     Vorrang. Die virtuelle IBAN wird auf der APO          *     D42
      *     gespeichert (Suchkriterium in AKA5OF/AKAC5AL).        *     D42
      *     Datum: 15.10.2026                          NKZ: KLM   *     D42
      *                                                           *     D42
      * D43 R58777                                                *     D43
      *     Abwicklungsstatus der Verwahrstelle aus der           *     D43
      *     Depotlieferung (KAIEIN1-ABWICKLUNGSSTATUS, AKAWPK)    *     D43
      *     wird auf die APO uebernommen; ohne Angabe bleibt      *     D43
      *     der Posten offen.                                     *     D43
      *     Datum: 15.10.2026                          NKZ: KLM   *     D43
      *                                                           *     D43
      * D44 R58779                                                *     D44
      *     Scheckregister: neue Satzart K legt ausgestellte      *     D44
      *     Schecks im Register KA02AKSK ab (Schluessel           *     D44
      *     Abstimmkreis/Schecknummer, Sperre ueber Storno-Kz     *     D44
      *     "S"). In Scheck-Abstimmkreisen (AK-TYP SC) werden     *     D44
      *     Belastungen mit Schecknummer gegen das Register       *     D44
      *     abgeglichen; passen Nummer und Betrag, wird der       *     D44
      *     Scheck eingeloest und der Umsatz direkt geschlossen   *     D44
      *     (Schliessungsart SK). Vorlagen ohne Ausstellung, mit  *     D44
      *     Betragsabweichung oder trotz Sperre werden im         *     D44
      *     Register vermerkt und bleiben offen. Ausstellungen    *     D44
      *     ohne Schecknummer bzw. ausserhalb eines Scheck-       *     D44
      *     Abstimmkreises: KA4922/KA4923.                        *     D44
      *     Datum: 15.10.2026                          NKZ: KLM   *     D44
      *                                                           *     D44
      * D45 R58780                                                *     D45
      *     Entgelttraeger (SHA/BEN/OUR) aus der Eingabe in       *     D45
      *     den Ausgleichsposten uebernehmen.                     *     D45
      *     Datum: 15.10.2026                          NKZ: KLM   *     D45
      *                                                           *     D45
      * D46 R58790                                                *     D46
      *     Buchung aus Auszug: fuer Umsaetze, die weder Scheck,  *     D46
      *     Avis noch Sofort-Ausgleich schliessen, wird die       *     D46
      *     Buchungsregel KA02AKBR (Abstimmkreis + GV-Code)       *     D46
      *     gelesen. Passt eine aktive Regel (Vorzeichen,         *     D46
      *     Hoechstbetrag), wird der Posten direkt mit            *     D46
      *     Schliessungsart BA geschlossen und die Ausgangs-      *     D46
      *     buchungs-Vormerkung KA02AKGB mit dem Schliessungs-    *     D46
      *     grund der Regel eingestellt (Versand AKAGLB).         *     D46
      *     Datum: 15.10.2026                          NKZ: KLM   *     D46
      *                                                           *     D46
      * D47 R58793                                                *     D47
      *     Ratenvereinbarungen (KA02AKRP): ein Umsatz, der die   *     D47
      *     naechste offene Rate einer aktiven Vereinbarung im    *     D47
      *     Abstimmkreis betragsgleich ausgleicht, wird direkt    *     D47
      *     geschlossen (Schliessungsart RZ); die Forderung wird  *     D47
      *     um die Rate gemindert bzw. mit der letzten Rate in    *     D47
      *     dieselbe Schliessung gestellt, Rate und Restbetrag    *     D47
      *     der Vereinbarung werden fortgeschrieben.              *     D47
      *     Datum: 15.10.2026                          NKZ: KLM   *     D47
      *                                                           *     D47
      * D48 R58795                                                *     D48
      *     Neue Felder Kursergebnis/Neubewertung der             *     D48
      *     Vormerkung KA02AKGB mit Null eingestellt.             *     D48
      *     Datum: 15.10.2026                          NKZ: KLM   *     D48
      *                                                           *     D48
      * D49 R58813                                                *     D49
      *     Sofort-Ausgleich: angelegte und finalisierte          *     D49
      *     Schliessung in derselben Arbeitseinheit ueber AKAEVT  *     D49
      *     als Ereignis nach KA02AKEO schreiben.                 *     D49
      *     Datum: 15.10.2026                          NKZ: KLM   *     D49
      *                                                           *     D49
      * D50 R58795                                                *     D50
      *     Kursergebnis der geschlossenen Schliessung fuer       *     D50
      *     KA02AKGB ueber AKAFXS ermitteln statt null.           *     D50
      *     Datum: 15.10.2026                          NKZ: KLM   *     D50
      *                                                           *     D50
      * This Version has been modified to meet KOJAK requirements       CCC
      * at March 1st 2017                                               CCC
100000* ENDE ELEMENTKOPF ****************************************%*
103600    05 C-OBJEKT-KA4207            PIC X(006) VALUE "KA4207".
103610    05 C-OBJEKT-KA4910            PIC X(006) VALUE "KA4910".      D29
103630    05 C-OBJEKT-KA4912            PIC X(006) VALUE "KA4912".      D29
103680    05 C-OBJEKT-KA4921            PIC X(006) VALUE "KA4921".      D39
103685    05 C-OBJEKT-KA4922            PIC X(006) VALUE "KA4922".      D44
103690    05 C-OBJEKT-KA4923            PIC X(006) VALUE "KA4923".      D44
103700    05 C-OBJEKT-KA5002            PIC X(006) VALUE "KA5002".
103800/---------------------------------------------------------------*
103900* Lokale Konstante fuer KORDOBA-Auftrag AKAEIN                  *
107456     05 C-OBJEKT-TAB-KA02AKAV     PIC X(009) VALUE "KA02AKAV".    D20
107457     05 C-OBJEKT-TAB-KA03AKAV     PIC X(009) VALUE "KA03AKAV".    D20
107459     05 C-OBJEKT-TAB-KA02AKAH     PIC X(009) VALUE "KA02AKAH".    D22
10745A     05 C-OBJEKT-TAB-KA02AKSK     PIC X(009) VALUE "KA02AKSK".    D44
10745B     05 C-OBJEKT-TAB-KA02AKBR     PIC X(009) VALUE "KA02AKBR".    D46
10745C     05 C-OBJEKT-TAB-KA02AKGB     PIC X(009) VALUE "KA02AKGB".    D46
10745D     05 C-OBJEKT-TAB-KA02AKRP     PIC X(009) VALUE "KA02AKRP".    D47
10745E     05 C-OBJEKT-TAB-KA03AKRP     PIC X(009) VALUE "KA03AKRP".    D47
10745F     05 C-01-INT-EREIGNIS-SCHR    PIC X(040) VALUE                D49
10745G                                  "01-INT-EREIGNIS-SCHR".         D49
107460     05 C-OBJEKT-TAB-KA02AKQU     PIC X(009) VALUE "KA02AKQU".    D24
107461     05 C-OBJEKT-TAB-KA02AKVO     PIC X(009) VALUE "KA02AKVO".    D26
107462     05 C-OBJEKT-TAB-KA02AKVS     PIC X(009) VALUE "KA02AKVS".    D27
107676 01 H-GV-MONAT-X REDEFINES H-GV-MONAT-DATUM.                      D34
107677    05 H-GV-MONAT                 PIC 9(006).                     D34
107678    05 FILLER                     PIC 9(002).                     D34
107679 COPY CKAI0ASK.                                                   D44
10767A COPY CKAO0ASK.                                                   D44
10767B COPY CKAI0ABR.                                                   D46
10767C COPY CKAO0ABR.                                                   D46
10767D COPY CKAI0AKB.                                                   D46
10767E COPY CKAO0AKB.                                                   D46
10767F COPY CKAIEVT.                                                    D49
10767G COPY CKAIFXS.                                                    D50
10767H COPY CKA0AKVI.                                                   D42
10767I 01 C-VI-KONSTANTEN.                                              D42
10767J    05 C-OBJEKT-TAB-KA03AKVI      PIC X(009) VALUE "KA03AKVI".    D42
10767K    05 C-VI-MAX-BEREICHE          PIC 9(004) VALUE 500.           D42
10767L    05 C-VI-MIN-IBAN-LAENGE       PIC 9(002) VALUE 15.            D42
10767M 01 VI-BEREICH-TABELLE.                                           D42
10767N    05 VI-ANZ-BEREICHE            PIC 9(004) VALUE ZERO.          D42
10767O    05 VI-BEREICH                 OCCURS 500.                     D42
10767P       10 VI-B-HERKUNFT           PIC X(011).                     D42
10767Q       10 VI-B-KONTO-ID           PIC X(035).                     D42
10767R       10 VI-B-IBAN-VON           PIC X(034).                     D42
10767S       10 VI-B-IBAN-BIS           PIC X(034).                     D42
10767T       10 VI-B-AK-NUMMER          PIC 9(005).                     D42
10767U       10 VI-B-FACHBEREICH        PIC X(008).                     D42
10767V       10 VI-B-SACHBEARBEITER     PIC X(008).                     D42
10767W 01 F-VI-BEREICHE-GELADEN         PIC X(001) VALUE "N".           D42
10767X    88 VI-BEREICHE-GELADEN            VALUE "J".                  D42
10767Y 01 H-VI-ZEILE                    PIC 9(009) COMP-3.              D42
10767Z 01 H-VI-IND                      PIC 9(004) COMP-3.              D42
107680 01 H-VI-TREFFER-IND              PIC 9(004) COMP-3 VALUE ZERO.   D42
107681 01 H-VI-POS                      PIC 9(003) COMP-3.              D42
107682 01 H-VI-SCAN-KZ                  PIC X(001).                     D42
107683    88 VI-SCAN-WEITER                 VALUE "J".                  D42
107684    88 VI-SCAN-FERTIG                 VALUE "N".                  D42
107685 01 H-VI-KANDIDAT                 PIC X(034).                     D42
107686 01 H-VI-VORZEICHEN               PIC X(001).                     D42
107687 01 H-VI-IBAN                     PIC X(034) VALUE SPACE.         D42
107700/---------------------------------------------------------------* D06 
107750* Uebergabeparameter fuer CGSTAB                                * D06 
107751*---------------------------------------------------------------* D06 
109A04    "Ausgleich durch Stornosatz".                                 D19
109A07 01 C-BEMERK-AVIS                 PIC X(060) VALUE                D20
109A08    "Avisierter Posten eingetroffen".                             D20
109A09 01 C-BEMERK-SCHECK               PIC X(060) VALUE                D44
109A0A    "Vorgelegter Scheck eingeloest".                              D44
109A0B 01 C-SCHLIESSART-BUCHUNG         PIC X(002) VALUE "BA".          D46
109A0C 01 C-BEMERK-BUCHUNG              PIC X(060) VALUE                D46
109A0D    "Gebucht aus Kontoauszug (Buchungsregel KA02AKBR)".           D46
109A0E 01 C-SCHLIESSART-RATE            PIC X(002) VALUE "RZ".          D47
109A0F 01 C-BEMERK-RATE                 PIC X(060) VALUE                D47
109A0G    "Ratenzahlung gemaess Ratenvereinbarung (KA02AKRP)".          D47
109A0H 01 C-01-INT-AEN-APO-UCHK         PIC X(040) VALUE                D47
109A0I                                  "01-INT-AEN-APO-UCHK".          D47
109A0J 01 C-SATZART-SCHECK              PIC X(001) VALUE "K".           D44
109A0K 01 C-SCHLIESSART-SCHECK          PIC X(002) VALUE "SK".          D44
109A0L 01 C-AK-TYP-SCHECK               PIC X(002) VALUE "SC".          D44
109A0M 01 C-SCHECK-SPERRE               PIC X(001) VALUE "S".           D44
109A0N 01 C-NONREF                      PIC X(016) VALUE "NONREF".      D44
10999P COPY DKAXIND.                                                    D18
10999Q COPY CKAXIND.                                                    D18
10999R COPY CKAI5OF2.                                                   D18
10999U COPY CKAI4SL1.                                                   D18
10999V COPY CKAO4SL1.                                                   D18
10999W COPY CKAI4AP2.                                                   D18
10999X COPY CKAI0ARP.                                                   D47
10999Y COPY CKAO0ARP.                                                   D47
10999Z COPY CKA0AKRP.                                                   D47
110000*---------------------------------------------------------------* D02
110050* Schnittstellenparameter für Auftrag KKA5DA                    * D02
110051*---------------------------------------------------------------* D02
110255                                  "01-INT-COUNT-TSA-STAT".        D02
110256 COPY CKAI5TS4.                                                   D02
110257 COPY CKAO5TS3.                                                   D02
110262*---------------------------------------------------------------* D39
110267* Schnittstellenparameter fuer den Waehrungsdienst AKAWAE       * D39
110272*---------------------------------------------------------------* D39
110277 01 C-01-INT-WAE-RUNDEN           PIC X(040) VALUE                D39
110282                                  "01-INT-WAE-RUNDEN".            D39
110287 COPY CKAIWAE.                                                    D39
110292 COPY CKAOWAE.                                                    D39
110300*                                                                 D02
110500/---------------------------------------------------------------* D02
110550* Hilfsfelder                                                   * D02
11150I    05 H-AVIS-SATZ-STATUS         PIC X(001).                     D20
11150J      88 AVIS-ZEILE-GEFUNDEN           VALUE "J".                 D20
11150K      88 AVIS-ZEILE-N-GEFUNDEN         VALUE "N".                 D20
1115A0    05 F-SCHECK-GETROFFEN         PIC X(001) VALUE "N".           D44
1115A1      88 F-SCHECK-GETROFFEN-JA         VALUE "J".                 D44
1115A2      88 F-SCHECK-GETROFFEN-NEIN       VALUE "N".                 D44
1115A3    05 H-SCHECK-NR                PIC X(016).                     D44
1115A4    05 H-SCHECK-BETRAG            PIC S9(013)V9(003).             D44
1115A5    05 H-SCHECK-SATZ-STATUS       PIC X(001).                     D44
1115A6      88 SCHECK-GEFUNDEN               VALUE "J".                 D44
1115A7      88 SCHECK-N-GEFUNDEN             VALUE "N".                 D44
1115A8    05 F-AUSZUG-BUCHUNG           PIC X(001) VALUE "N".           D46
1115A9      88 F-AUSZUG-BUCHUNG-JA           VALUE "J".                 D46
1115AA      88 F-AUSZUG-BUCHUNG-NEIN         VALUE "N".                 D46
1115AB    05 H-BR-BETRAG-ABS            PIC 9(013)V9(003).              D46
1115AC    05 F-RATE-GETROFFEN           PIC X(001) VALUE "N".           D47
1115AD      88 F-RATE-GETROFFEN-JA           VALUE "J".                 D47
1115AE      88 F-RATE-GETROFFEN-NEIN         VALUE "N".                 D47
1115AF    05 H-RATE-LFD-ZEILE           PIC 9(009) COMP-3.              D47
1115AG    05 H-RATE-SATZ-STATUS         PIC X(001).                     D47
1115AH      88 RATE-ZEILE-GEFUNDEN           VALUE "J".                 D47
1115AI      88 RATE-ZEILE-N-GEFUNDEN         VALUE "N".                 D47
1115AJ    05 H-RATE-LETZTER-PLAN        PIC X(076).                     D47
1115AK    05 H-RATE-PLAN-PK             PIC X(076).                     D47
1115AL    05 H-RATE-NR                  PIC 9(003).                     D47
1115AM    05 H-RATE-BETRAG              PIC S9(013)V9(003).             D47
1115AN    05 H-RATE-RESTBETRAG          PIC S9(013)V9(003).             D47
111500                                                                  D06
112000/---------------------------------------------------------------* D15
112010* Zwischenspeicher (Cache) fuer je Lauf wiederkehrende TABEX-     D15
112070       10 CACHE-AKKTO-ABSTIMM-ART  PIC X(002).                    D15
112080       10 CACHE-AKKTO-HERKUNFT     PIC X(004).                    D15
112090       10 CACHE-AKKTO-KONTO-ID     PIC X(020).                    D15
112095       10 CACHE-AKKTO-WAEHRUNG     PIC X(003).                    D41
112100       10 CACHE-AKKTO-AK-NUMMER    PIC 9(005).                    D15
112110       10 CACHE-AKKTO-GEWICHT      PIC 9(001).                    D15
112120 01 CACHE-AKRS.                                                   D15
123320       PERFORM AVIS-SPEICHERN                                     D20
123330       GO TO VERARB-TRANS-999                                     D20
123340     END-IF                                                       D20
123342     IF KAIEIN1-SATZART           = C-SATZART-SCHECK              D44
123344       PERFORM SCHECK-SPEICHERN                                   D44
123346       GO TO VERARB-TRANS-999                                     D44
123348     END-IF                                                       D44
123300*
123350     SET F-WIEDERANL-NEIN         TO TRUE                         D30
123400     PERFORM ANFANGSATZ-BEARB
123630       PERFORM INHALT-PRUEFEN                                     D29
123640     END-IF                                                       D29
123650     PERFORM PRUEFEN-DOPPELBUCHUNG                                D10
123651     SET F-RATE-GETROFFEN-NEIN    TO TRUE                         D47
123700*
123655     IF KAIEIN1-SATZART           = C-SATZART-STORNO              D19
123656       PERFORM STORNO-VERARBEITEN                                 D19
123657     ELSE                                                         D19
1236A1       PERFORM SCHECK-ABGLEICH                                    D44
1236A2       IF F-SCHECK-GETROFFEN-NEIN                                 D44
123658         PERFORM AVIS-ABGLEICH                                    D44
123659         IF F-AVIS-GETROFFEN-NEIN                                 D44
12365A           PERFORM RATEN-ABGLEICH                                 D47
12365B         END-IF                                                   D47
12365C         IF F-AVIS-GETROFFEN-NEIN                                 D47
12365D            AND F-RATE-GETROFFEN-NEIN                             D47
123660           PERFORM SOFORT-AUSGLEICH-PRUEFEN                       D44
123661           IF F-SOFORT-AUSGLEICH-NEIN                             D46
123662             PERFORM AUSZUG-BUCHUNG-PRUEFEN                       D46
123663           END-IF                                                 D46
123668         END-IF                                                   D44
123669       END-IF                                                     D44
123667     END-IF                                                       D19
123670*                                                                 D18
123800     PERFORM AUFRUF-KKA4AP-ANL
123801     IF F-RATE-GETROFFEN-JA                                       D47
123802     THEN                                                         D47
123803*      Forderung um die gezahlte Rate mindern, Rate quittieren    D47
123804       PERFORM RATEN-FORDERUNG-MINDERN                            D47
123805     END-IF                                                       D47
123810*    GV-Statistik je Abstimmkreis/GV-Code/Monat fortschreiben     D34
123820     IF KAIEIN1-TEST              = C-P                           D34
123830        AND F-SATZ-RELEVANT-JA                                    D34
           MOVE C-GELDKTO-UMSATZ-ABSTIMM TO KAI1AKK-ABSTIMM-ART         E01
125100     MOVE KAIEIN1-HERKUNFT         TO KAI1AKK-HERKUNFT
125200     MOVE KAIEIN1-KONTO-ID         TO KAI1AKK-KONTO-ID
125210*    zuerst die Zuordnung der Waehrungstasche, sonst die des      D41
125220*    Kontos fuer alle Waehrungen (Waehrung SPACE)                 D41
125230     MOVE KAIEIN1-WAEHRUNF-ENDSALDO                               D41
125240                                   TO KAI1AKK-WAEHRUNG            D41
125250     .                                                            D41
125270 AK-DATEN-ERMITTELN-1010.                                         D41
125300*
125310     PERFORM CACHE-AKKTO-SUCHEN THRU CACHE-AKKTO-SUCHEN-EXIT      D15
125320     IF H-CACHE-GEFUNDEN-NEIN                                     D15
126210       PERFORM CACHE-AKKTO-EINTRAGEN                              D15
126220                                THRU CACHE-AKKTO-EINTRAGEN-EXIT   D15
126230     END-IF                                                       D15
126235     IF GSOVER-GEWICHT            = C-GEW-ZUSTAND                 D41
126240        AND KAI1AKK-WAEHRUNG      NOT = SPACE                     D41
126245     THEN                                                         D41
126250       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D41
126255       MOVE SPACE                 TO KAI1AKK-WAEHRUNG             D41
126260       GO TO AK-DATEN-ERMITTELN-1010                              D41
126265     END-IF                                                       D41
126300*
126400     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT
126500     THEN
126600       MOVE KAO0AKK-AK-NUMMER     TO H-AK-NUMMER
126610*      Sammelkonto: Bereich der virtuellen IBAN leitet den        D42
126620*      Umsatz direkt in den Abstimmkreis des Bereichs             D42
126630       PERFORM VIBAN-ROUTING                                      D42
126640       IF H-VI-TREFFER-IND        > ZERO                          D42
126650       THEN                                                       D42
126660         MOVE VI-B-AK-NUMMER (H-VI-TREFFER-IND)                   D42
126670                                  TO H-AK-NUMMER                  D42
126680       END-IF                                                     D42
126700     ELSE
126800       IF GSOVER-GEWICHT          = C-GEW-ZUSTAND
126900       THEN
130500     END-IF
130600*
130700* AK-Fachbereich
130701*    Fachbereich aus dem Bereich der virtuellen IBAN hat Vorrang  D42
130702     IF H-VI-TREFFER-IND          > ZERO                          D42
130703        AND VI-B-FACHBEREICH (H-VI-TREFFER-IND) NOT = SPACE       D42
130704     THEN                                                         D42
130705       MOVE VI-B-FACHBEREICH (H-VI-TREFFER-IND)                   D42
130706                                  TO H-AK-FACHBER                 D42
130707       GO TO AK-DATEN-ERMITTELN-1002                              D42
130708     END-IF                                                       D42
130710*    vorrangige Zuordnung ueber den (ggf. regelbasiert            D34
130720*    abgeleiteten) Geschaeftsvorfall-Code: KA00AKFB-Satz mit      D34
130730*    dem GV-Code im Zusatztextschluessel, Primanota 0             D34
137971     .                                                            D34
137972 GV-STATISTIK-FORTSCHREIBEN-1002.                                 D34
137973     EXIT.                                                        D34
1379DL/---------------------------------------------------------------* D42
1379K3* Virtuelle IBAN eines Umsatzes auf einem Sammelkonto gegen die * D42
1379QL* Bereiche KA00AKVI pruefen: zuerst das Gegenkonto, dann jedes  * D42
1379X3* IBAN-foermige Wort des Verwendungszwecks (:86:); der erste    * D42
137A3L* Bereich des Kontos, in den sie faellt, gewinnt                * D42
137AA3*---------------------------------------------------------------* D42
137AGL VIBAN-ROUTING SECTION.                                           D42
137AN3 VIBAN-ROUTING-1001.                                              D42
137ATL     MOVE ZERO                    TO H-VI-TREFFER-IND             D42
137B03     MOVE SPACE                   TO H-VI-IBAN                    D42
137B6L     IF NOT VI-BEREICHE-GELADEN                                   D42
137BD3     THEN                                                         D42
137BJL       PERFORM VIBAN-BEREICHE-LADEN                               D42
137BQ3     END-IF                                                       D42
137BWL     IF VI-ANZ-BEREICHE           = ZERO                          D42
137C33     THEN                                                         D42
137C9L       GO TO VIBAN-ROUTING-999                                    D42
137CG3     END-IF                                                       D42
137CML     IF KAIEIN1-GEGENKONTO-ID     NOT = SPACE                     D42
137CT3     THEN                                                         D42
137CZL       MOVE KAIEIN1-GEGENKONTO-ID TO H-VI-KANDIDAT                D42
137D63       PERFORM VIBAN-BEREICH-PRUEFEN                              D42
137DCL               VARYING H-VI-IND FROM 1 BY 1                       D42
137DJ3               UNTIL H-VI-IND     > VI-ANZ-BEREICHE               D42
137DPL                  OR H-VI-TREFFER-IND > ZERO                      D42
137DW3       IF H-VI-TREFFER-IND        > ZERO                          D42
137E2L       THEN                                                       D42
137E93         GO TO VIBAN-ROUTING-999                                  D42
137EFL       END-IF                                                     D42
137EM3     END-IF                                                       D42
137ESL     PERFORM VIBAN-TEXT-PRUEFEN                                   D42
137EZ3             VARYING H-VI-POS FROM 1 BY 1                         D42
137F5L             UNTIL H-VI-POS       > 60 - C-VI-MIN-IBAN-LAENGE + 1 D42
137FC3                OR H-VI-TREFFER-IND > ZERO                        D42
137FIL     .                                                            D42
137FP3 VIBAN-ROUTING-999.                                               D42
137FVL     EXIT.                                                        D42
137G23 VIBAN-ROUTING-1002.                                              D42
137G8L     EXIT.                                                        D42
137GF3/---------------------------------------------------------------* D42
137GLL* Beginnt an der Position des Verwendungszwecks ein IBAN-       * D42
137GS3* foermiges Wort (2 Buchstaben, 2 Ziffern), wird es als         * D42
137GYL* Kandidat gegen die Bereiche geprueft                          * D42
137H53*---------------------------------------------------------------* D42
137HBL VIBAN-TEXT-PRUEFEN SECTION.                                      D42
137HI3 VIBAN-TEXT-PRUEFEN-1001.                                         D42
137HOL     IF H-VI-POS                  > 1                             D42
137HV3     THEN                                                         D42
137I1L       MOVE KAIEIN1-VERWENDUNGSZWECK (H-VI-POS - 1:1)             D42
137I83                                  TO H-VI-VORZEICHEN              D42
137IEL       IF H-VI-VORZEICHEN         NOT = SPACE                     D42
137IL3          AND H-VI-VORZEICHEN     NOT = "+"                       D42
137IRL          AND H-VI-VORZEICHEN     NOT = "/"                       D42
137IY3          AND H-VI-VORZEICHEN     NOT = ":"                       D42
137J4L       THEN                                                       D42
137JB3         GO TO VIBAN-TEXT-PRUEFEN-999                             D42
137JHL       END-IF                                                     D42
137JO3     END-IF                                                       D42
137JUL     IF KAIEIN1-VERWENDUNGSZWECK (H-VI-POS:2) NOT ALPHABETIC      D42
137K13        OR KAIEIN1-VERWENDUNGSZWECK (H-VI-POS:1) = SPACE          D42
137K7L        OR KAIEIN1-VERWENDUNGSZWECK (H-VI-POS + 1:1) = SPACE      D42
137KE3        OR KAIEIN1-VERWENDUNGSZWECK (H-VI-POS + 2:2) NOT NUMERIC  D42
137KKL     THEN                                                         D42
137KR3       GO TO VIBAN-TEXT-PRUEFEN-999                               D42
137KXL     END-IF                                                       D42
137L43     MOVE SPACE                   TO H-VI-KANDIDAT                D42
137LAL     UNSTRING KAIEIN1-VERWENDUNGSZWECK (H-VI-POS:)                D42
137LH3         DELIMITED BY SPACE OR "/" OR "?"                         D42
137LNL         INTO H-VI-KANDIDAT                                       D42
137LU3     END-UNSTRING                                                 D42
137M0L     PERFORM VIBAN-BEREICH-PRUEFEN                                D42
137M73             VARYING H-VI-IND FROM 1 BY 1                         D42
137MDL             UNTIL H-VI-IND       > VI-ANZ-BEREICHE               D42
137MK3                OR H-VI-TREFFER-IND > ZERO                        D42
137MQL     .                                                            D42
137MX3 VIBAN-TEXT-PRUEFEN-999.                                          D42
137N3L     EXIT.                                                        D42
137NA3 VIBAN-TEXT-PRUEFEN-1002.                                         D42
137NGL     EXIT.                                                        D42
137NN3/---------------------------------------------------------------* D42
137NTL* Einen Bereich pruefen: Sammelkonto, Laenderkennung und        * D42
137O03* Kontoteil ab Stelle 5 (ohne Pruefziffer) zwischen VON und BIS * D42
137O6L*---------------------------------------------------------------* D42
137OD3 VIBAN-BEREICH-PRUEFEN SECTION.                                   D42
137OJL VIBAN-BEREICH-PRUEFEN-1001.                                      D42
137OQ3     IF VI-B-HERKUNFT (H-VI-IND)  = KAIEIN1-HERKUNFT              D42
137OWL        AND VI-B-KONTO-ID (H-VI-IND) = KAIEIN1-KONTO-ID           D42
137P33        AND H-VI-KANDIDAT (1:2)   = VI-B-IBAN-VON (H-VI-IND) (1:2)D42
137P9L        AND H-VI-KANDIDAT (5:30)                                  D42
137PG3            >= VI-B-IBAN-VON (H-VI-IND) (5:30)                    D42
137PML        AND H-VI-KANDIDAT (5:30)                                  D42
137PT3            <= VI-B-IBAN-BIS (H-VI-IND) (5:30)                    D42
137PZL     THEN                                                         D42
137Q63       MOVE H-VI-IND              TO H-VI-TREFFER-IND             D42
137QCL       MOVE H-VI-KANDIDAT         TO H-VI-IBAN                    D42
137QJ3     END-IF                                                       D42
137QPL     .                                                            D42
137QW3 VIBAN-BEREICH-PRUEFEN-1002.                                      D42
137R2L     EXIT.                                                        D42
137R93/---------------------------------------------------------------* D42
137RFL* Bereichstabelle KA00AKVI einmalig laden (Zeilenscan KA03AKVI) * D42
137RM3*---------------------------------------------------------------* D42
137RSL VIBAN-BEREICHE-LADEN SECTION.                                    D42
137RZ3 VIBAN-BEREICHE-LADEN-1001.                                       D42
137S5L     MOVE ZERO                    TO VI-ANZ-BEREICHE              D42
137SC3     MOVE 1                       TO H-VI-ZEILE                   D42
137SIL     SET VI-SCAN-WEITER           TO TRUE                         D42
137SP3     PERFORM UNTIL VI-SCAN-FERTIG                                 D42
137SVL       MOVE H-VI-ZEILE            TO KA0AKVI-ZEILENNUMMER         D42
137T23       CALL "CGSTAB"                                              D42
137T8L       USING C-TAB-LESEN-ZEILE                                    D42
137TF3             C-KONFIG-ID-KA                                       D42
137TLL             C-OBJEKT-TAB-KA03AKVI                                D42
137TS3             GSOVER-VERSTAENDIGUNGSBEREICH                        D42
137TYL             KA0AKVI-EINGABEBEREICH                               D42
137U53             KA0AKVI-AUSGABEBEREICH                               D42
137UBL             GSTTAB-EIN-AUSGABEBEREICH                            D42
137UI3       END-CALL                                                   D42
137UOL       IF GSOVER-GEWICHT          = C-GEW-NICHT-GESETZT           D42
137UV3          AND VI-ANZ-BEREICHE     < C-VI-MAX-BEREICHE             D42
137V1L       THEN                                                       D42
137V83         ADD 1                    TO VI-ANZ-BEREICHE              D42
137VEL         MOVE KA0AKVI-HERKUNFT    TO VI-B-HERKUNFT                D42
137VL3                                     (VI-ANZ-BEREICHE)            D42
137VRL         MOVE KA0AKVI-KONTO-ID    TO VI-B-KONTO-ID                D42
137VY3                                     (VI-ANZ-BEREICHE)            D42
137W4L         MOVE KA0AKVI-IBAN-VON    TO VI-B-IBAN-VON                D42
137WB3                                     (VI-ANZ-BEREICHE)            D42
137WHL         MOVE KA0AKVI-IBAN-BIS    TO VI-B-IBAN-BIS                D42
137WO3                                     (VI-ANZ-BEREICHE)            D42
137WUL         MOVE KA0AKVI-AK-NUMMER   TO VI-B-AK-NUMMER               D42
137X13                                     (VI-ANZ-BEREICHE)            D42
137X7L         MOVE KA0AKVI-FACHBEREICH TO VI-B-FACHBEREICH             D42
137XE3                                     (VI-ANZ-BEREICHE)            D42
137XKL         MOVE KA0AKVI-SACHBEARBEITER                              D42
137XR3                                  TO VI-B-SACHBEARBEITER          D42
137XXL                                     (VI-ANZ-BEREICHE)            D42
137Y43         ADD 1                    TO H-VI-ZEILE                   D42
137YAL       ELSE                                                       D42
137YH3         MOVE C-GEW-NICHT-GESETZT TO GSOVER-GEWICHT               D42
137YNL         SET VI-SCAN-FERTIG       TO TRUE                         D42
137YU3       END-IF                                                     D42
137Z0L     END-PERFORM                                                  D42
137Z73     MOVE C-J                     TO F-VI-BEREICHE-GELADEN        D42
137ZDL     .                                                            D42
137ZK3 VIBAN-BEREICHE-LADEN-1002.                                       D42
137ZQL     EXIT.                                                        D42
138000/---------------------------------------------------------------*
138100* Anfangssatz untersuchen                                       *
138200*---------------------------------------------------------------*
139200* Eingabe
139300       MOVE KAIEIN1-HERKUNFT      TO KAI5KT1-HERKUNFT
139400       MOVE KAIEIN1-KONTO-ID      TO KAI5KT1-KONTO-ID
139420       MOVE KAIEIN1-WAEHRUNF-ENDSALDO                             D41
139440                                  TO KAI5KT1-WAEHRUNG             D41
139500*
139600* Auftrag aufrufen
139700       CALL "CGSAUF"
15D02D     MOVE C-01-INT-LES-KTO        TO KAI5KT1-FUNKTION             D38
15D02E     MOVE KAIEIN1-HERKUNFT        TO KAI5KT1-HERKUNFT             D38
15D02F     MOVE KAIEIN1-ORGINALKONTO-ID TO KAI5KT1-KONTO-ID             D38
15D0A1     MOVE KAIEIN1-WAEHRUNF-ENDSALDO                               D41
15D0A2                                  TO KAI5KT1-WAEHRUNG             D41
15D02G     CALL "CGSAUF"                                                D38
15D02H     USING C-AUF-AUFRUF-AL                                        D38
15D02I           C-KONFIG-ID-KA                                         D38
1501B1     MOVE KAIEIN1-AUSZUGSDATUM    TO KAI0AZH-AUSZUGSDATUM         D30
1501B2     MOVE KAIEIN1-AUSZUGSNUMMER   TO KAI0AZH-AUSZUGSNUMMER        D30
1501B3     MOVE KAIEIN1-AUSZUG-FNR      TO KAI0AZH-AUSZUG-FNR           D30
1501DV     MOVE KAIEIN1-WAEHRUNF-ENDSALDO                               D41
1501DW                                  TO KAI0AZH-WAEHRUNG             D41
1501B4     CALL "CGSTAB"                                                D30
1501B5     USING C-TAB-LESEN-EQUAL                                      D30
1501B6           C-KONFIG-ID-KA                                         D30
15014I*---------------------------------------------------------------* D29
15014J INHALT-PRUEFEN SECTION.                                          D29
15014K INHALT-PRUEFEN-1001.                                             D29
1501AY     PERFORM BETRAG-GENAUIGKEIT-PRUEFEN                           D39
15014L     MOVE KAIEIN1-KONTO-ID        TO H-IBAN                       D29
15014M     PERFORM IBAN-PRUEFZIFFER-PRUEFEN                             D29
15014N     IF F-IBAN-FORMAT-JA                                          D29
1501AU     EXIT.                                                        D29
1501AV GPBIC-CACHE-LADEN-1002.                                          D29
1501AW     EXIT.                                                        D29
1501AZ/---------------------------------------------------------------* D39
1501D3* Betrag gegen die Nachkommastellen der Waehrung pruefen        * D39
1501D4* (Waehrungsstamm KA00AKWA ueber AKAWAE). Ein Betrag mit mehr   * D39
1501D5* Nachkommastellen, als die Waehrung fuehrt (z.B. JPY mit Cent- * D39
1501D6* betrag), wird abgewiesen; fuer Waehrungen ohne Stammsatz      * D39
1501D7* entfaellt die Pruefung.                                       * D39
1501D8*---------------------------------------------------------------* D39
1501D9 BETRAG-GENAUIGKEIT-PRUEFEN SECTION.                              D39
1501DA BETRAG-GENAUIGKEIT-PRUEFEN-1001.                                 D39
1501DB     MOVE C-01-INT-WAE-RUNDEN     TO KAIWAE-FUNKTION              D39
1501DC     MOVE KAIEIN1-WAE-BETRAG      TO KAIWAE-WAEHRUNG              D39
1501DD     MOVE KAIEIN1-BETRAG          TO KAIWAE-BETRAG                D39
1501DE     CALL "AKAWAE"                                                D39
1501DF     USING KAIWAE-EINGABEBEREICH                                  D39
1501DG           KAOWAE-AUSGABEBEREICH                                  D39
1501DH           GSOVER-VERSTAENDIGUNGSBEREICH                          D39
1501DI     END-CALL                                                     D39
1501DJ     IF KAOWAE-BEKANNT                                            D39
1501DK        AND KAOWAE-GERUNDET                                       D39
1501DL     THEN                                                         D39
1501DM*      KA4921: Betrag mit mehr Nachkommastellen als Waehrung      D39
1501DN       MOVE C-OBJEKT-KA4921       TO H-MELDUNGS-OBJEKT            D39
1501DO       MOVE KAIEIN1-WAE-BETRAG    TO GSTMEL-VAR-TEXT-1            D39
1501DP       PERFORM MELDUNG-EINTRAGEN                                  D39
1501DQ       GO TO PROGRAMM-VERLASSEN                                   D39
1501DR     END-IF                                                       D39
1501DS     .                                                            D39
1501DT BETRAG-GENAUIGKEIT-PRUEFEN-1002.                                 D39
1501DU     EXIT.                                                        D39
150200/---------------------------------------------------------------*
150300* Eintrag in KA_TABLE_KTO anlegen                               *
150400*---------------------------------------------------------------*
151400     MOVE ZERO                    TO KAI4KT1-NR-LE-AUSZUG
151500     MOVE ZERO                    TO KAI4KT1-FOLGENR-LE-AUSZUG
151600     MOVE ZERO                    TO KAI4KT1-SALDO
151650     MOVE KAIEIN1-WAEHRUNF-ENDSALDO                               D41
151700                                  TO KAI4KT1-WAEHRUNG             D41
151800     MOVE FUNCTION CURRENT-DATE   TO KAI4KT1-TIMESTAMP-ANL(1:16)  D09
151900     MOVE SPACE                   TO KAI4KT1-USER-LE-AENDERUNG
152000     MOVE SPACE                   TO KAI4KT1-TIMESTAMP-BKAKTO
159100     MOVE KAIEIN1-TRANSAKT-ID-FRESYS
159200                                  TO 
159300                               KAI4AP1-APO-TRANSAKTION-ID-FS
159320*    ISO-20022-Referenzen in voller Laenge                        D40
159340     MOVE KAIEIN1-END-TO-END-ID   TO KAI4AP1-APO-END-TO-END-ID    D40
159360     MOVE KAIEIN1-UETR            TO KAI4AP1-APO-UETR             D40
159380     MOVE KAIEIN1-INSTRUCTION-ID  TO KAI4AP1-APO-INSTRUCTION-ID   D40
159390     MOVE H-VI-IBAN               TO KAI4AP1-APO-VIRTUELLE-IBAN   D42
159392*    Entgelttraeger (71A/ChrgBr); unbekannte Werte als SPACE      D45
159394     IF KAIEIN1-ENTGELT-TRAEGER   = "SHA" OR "BEN" OR "OUR"       D45
159396     THEN                                                         D45
159397       MOVE KAIEIN1-ENTGELT-TRAEGER                               D45
159398                                  TO KAI4AP1-APO-ENTGELT-TRAEGER  D45
159399     ELSE                                                         D45
15939A       MOVE SPACE                 TO KAI4AP1-APO-ENTGELT-TRAEGER  D45
15939B     END-IF                                                       D45
159400     MOVE KAIEIN1-ISIN            TO KAI4AP1-APO-ISIN
159500     MOVE KAIEIN1-NENNWERT        TO KAI4AP1-APO-NENNWERT
159510*    Stueckzahl (WP-Stueckeabstimmung, vgl. Vermerk zu R77134) D14
160607     END-IF                                                       D33
160610     MOVE C-ABWICKLUNGSSTATUS-OFFEN                               D14
160620                                  TO KAI4AP1-APO-ABWICKLUNGSSTATUSD14
160630*    Abwicklungsstatus aus der Depotlieferung (MT535/MT536)       D43
160640     IF KAIEIN1-ABWICKLUNGSSTATUS NUMERIC                         D43
160650     THEN                                                         D43
160660       MOVE KAIEIN1-ABWICKLUNGSSTATUS                             D43
160670                                  TO KAI4AP1-APO-ABWICKLUNGSSTATUSD43
160680     END-IF                                                       D43
160700     MOVE ZERO                    TO KAI4AP1-APO-SCHLIESSUNGSNR
160800     MOVE SPACE                   TO 
160900                               KAI4AP1-APO-SCHLIESSUNGSART
161400     MOVE KAIEIN1-DATEINR         TO KAI4AP1-APO-DATEINR
161405     MOVE SPACE                   TO                              D25
161406                               KAI4AP1-APO-SACHBEARBEITER         D25
16140A*    Sachbearbeiter aus dem Bereich der virtuellen IBAN           D42
16140E     IF H-VI-TREFFER-IND          > ZERO                          D42
16140I     THEN                                                         D42
16140M       MOVE VI-B-SACHBEARBEITER (H-VI-TREFFER-IND)                D42
16140Q                                  TO KAI4AP1-APO-SACHBEARBEITER   D42
16140U     END-IF                                                       D42
161410     MOVE KAIEIN1-LAUF-ID         TO KAI4AP1-APO-LAUF-ID          D23
161420     MOVE KAIEIN1-QUELLDATEI      TO KAI4AP1-APO-QUELLDATEI       D23
161500     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS
1634D0     THEN                                                         D18
1634D1       GO TO PROGRAMM-VERLASSEN                                   D18
1634D2     END-IF                                                       D18
1634ZW     PERFORM SOFORT-EREIGNIS-SCH                                  D49
1634D3     .                                                            D18
1634D4 SOFORT-AUFRUF-KKA4SL-1002.                                       D18
1634D5     EXIT.                                                        D18
1634ER     .                                                            D18
1634ES SOFORT-NEUPOSTEN-SCHLIESSEN-1002.                                D18
1634ET     EXIT.                                                        D18
1634EU/---------------------------------------------------------------* D49
1634EV* Ereignis zur angelegten bzw. finalisierten Schliessung ueber  * D49
1634EW* AKAEVT in die Outbox KA02AKEO schreiben (Arbeitseinheit der   * D49
1634EX* Aenderung)                                                    * D49
1634EY*---------------------------------------------------------------* D49
1634EZ SOFORT-EREIGNIS-SCH SECTION.                                     D49
1634F0 SOFORT-EREIGNIS-SCH-1001.                                        D49
1634F1     INITIALIZE KAIEVT-EIN-AUSGABEBEREICH                         D49
1634F2     SET KAIEVT-OBJEKT-SCH        TO TRUE                         D49
1634F3     IF KAI4SL1-FUNKTION          = C-01-INT-ANL-SCH              D49
1634F4     THEN                                                         D49
1634F5       SET KAIEVT-ANGELEGT        TO TRUE                         D49
1634F6       MOVE KAO4SL1-SCHLIESSUNGSNR TO KAIEVT-SCHLIESSUNGSNR       D49
1634F7     ELSE                                                         D49
1634F8       SET KAIEVT-FREIGEGEBEN     TO TRUE                         D49
1634F9       MOVE KAI4SL1-SCHLIESSUNGSNR TO KAIEVT-SCHLIESSUNGSNR       D49
1634FA     END-IF                                                       D49
1634FB     IF KAI4SL1-ABSTIMMKREIS-NR   NUMERIC                         D49
1634FC     THEN                                                         D49
1634FD       MOVE KAI4SL1-ABSTIMMKREIS-NR TO KAIEVT-AK-NUMMER           D49
1634FE     END-IF                                                       D49
1634FF     IF KAI4SL1-STATUS            NUMERIC                         D49
1634FG     THEN                                                         D49
1634FH       MOVE KAI4SL1-STATUS        TO KAIEVT-STATUS-NEU            D49
1634FI     END-IF                                                       D49
1634FJ     MOVE C-01-INT-EREIGNIS-SCHR  TO KAIEVT-FUNKTION              D49
1634FK     MOVE C-AKAEIN                TO KAIEVT-PROGRAMM              D49
1634FL     MOVE C-AKAEIN                TO KAIEVT-BENUTZER              D49
1634FM     CALL "AKAEVT"                                                D49
1634FN     USING KAIEVT-EIN-AUSGABEBEREICH                              D49
1634FO           GSOVER-VERSTAENDIGUNGSBEREICH                          D49
1634FP     END-CALL                                                     D49
1634FQ     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D49
1634FR     THEN                                                         D49
1634FS       GO TO PROGRAMM-VERLASSEN                                   D49
1634FT     END-IF                                                       D49
1634FU     .                                                            D49
1634FV SOFORT-EREIGNIS-SCH-1002.                                        D49
1634FW     EXIT.                                                        D49
16350A/---------------------------------------------------------------* D19
16350B* Stornoverarbeitung (Satzart S): Originalposition ueber         *D19
16350C* Primanota und Transaktions-Id suchen und zusammen mit dem      *D19
16352D            = KAIEIN1-PRIMANOTA                                   D19
16352E        AND KAO5OF2-APO-TRANSAKTION-ID (H-SOFORT-INDEX)           D19
16352F            = KAIEIN1-TRANSAKT-ID                                 D19
1635AW*       EndToEndId in voller Laenge, sofern beidseitig geliefert  D40
1635AX        AND (KAIEIN1-END-TO-END-ID = SPACE                        D40
1635AY          OR KAO5OF2-APO-END-TO-END-ID (H-SOFORT-INDEX) = SPACE   D40
1635AZ          OR KAO5OF2-APO-END-TO-END-ID (H-SOFORT-INDEX)           D40
1635B1             = KAIEIN1-END-TO-END-ID)                             D40
16352G     THEN                                                         D19
16352H       ADD C-1                    TO H-SOFORT-ANZ-GEFUNDEN        D19
16352I       MOVE H-SOFORT-INDEX        TO H-SOFORT-TREFFER-INDEX       D19
163594     MOVE KAIEIN1-AUSZUGSDATUM    TO KAI0AZH-AUSZUGSDATUM         D22
163595     MOVE KAIEIN1-AUSZUGSNUMMER   TO KAI0AZH-AUSZUGSNUMMER        D22
163596     MOVE KAIEIN1-AUSZUG-FNR      TO KAI0AZH-AUSZUG-FNR           D22
1635B2     MOVE KAIEIN1-WAEHRUNF-ENDSALDO                               D41
1635B3                                  TO KAI0AZH-WAEHRUNG             D41
163597     MOVE KATEIN1-AZH-ANFANGSSALDO                                D22
163598                                  TO KAO0AZH-ANFANGSSALDO         D22
163599     MOVE KAIEIN1-ENDSALDO        TO KAO0AZH-ENDSALDO             D22
166900     .
167000 AUFRUF-KKA4AP-ANL-1002.
167100     EXIT.
167101/---------------------------------------------------------------* D47
167102* Eintreffenden Umsatz gegen die faelligen Raten der Raten-      *D47
167103* vereinbarungen abgleichen (Zeilenscan KA03AKRP): je aktiver    *D47
167104* Vereinbarung des Abstimmkreises zaehlt nur die erste offene    *D47
167105* Rate; gleicht der Umsatz sie betragsgenau aus und ist die      *D47
167106* Forderung noch offen, wird der Umsatz direkt geschlossen       *D47
167107* gebucht (Schliessungsart RZ). Forderung und Ratenplan werden   *D47
167108* nach der Anlage in RATEN-FORDERUNG-MINDERN fortgeschrieben.    *D47
167109*---------------------------------------------------------------* D47
16710A RATEN-ABGLEICH SECTION.                                          D47
16710B RATEN-ABGLEICH-1001.                                             D47
16710C     SET F-RATE-GETROFFEN-NEIN    TO TRUE                         D47
16710D     IF KAIEIN1-TEST              NOT = C-P                       D47
16710E     OR F-SATZ-RELEVANT-NEIN                                      D47
16710F     OR F-SATZ-DOPPELT-JA                                         D47
16710G     THEN                                                         D47
16710H       GO TO RATEN-ABGLEICH-999                                   D47
16710I     END-IF                                                       D47
16710J     MOVE SPACE                   TO H-RATE-LETZTER-PLAN          D47
16710K     MOVE C-1                     TO H-RATE-LFD-ZEILE             D47
16710L     PERFORM RATEN-ZEILE-LESEN                                    D47
16710M     PERFORM UNTIL RATE-ZEILE-N-GEFUNDEN                          D47
16710N                OR F-RATE-GETROFFEN-JA                            D47
16710O       IF KA0AKRP-AK-NUMMER       = H-AK-NUMMER                   D47
16710P          AND KA0AKRP-APO-PK      NOT = H-RATE-LETZTER-PLAN       D47
16710Q       THEN                                                       D47
16710R         PERFORM RATEN-ZEILE-PRUEFEN                              D47
16710S       END-IF                                                     D47
16710T       ADD C-1                    TO H-RATE-LFD-ZEILE             D47
16710U       PERFORM RATEN-ZEILE-LESEN                                  D47
16710V     END-PERFORM                                                  D47
16710W     IF F-RATE-GETROFFEN-JA                                       D47
16710X     THEN                                                         D47
16710Y*      Umsatz direkt geschlossen buchen (ohne Gegenposten)        D47
16710Z       MOVE C-SCHLIESSART-RATE    TO H-AUSGLEICH-ART              D47
167110       MOVE C-BEMERK-RATE         TO H-AUSGLEICH-BEMERK           D47
167111       PERFORM SOFORT-SCHLIESSUNG-ANLEGEN                         D47
167112       PERFORM SOFORT-NEUPOSTEN-SCHLIESSEN                        D47
167113     END-IF                                                       D47
167114     .                                                            D47
167115 RATEN-ABGLEICH-999.                                              D47
167116     EXIT.                                                        D47
167117 RATEN-ABGLEICH-1002.                                             D47
167118     EXIT.                                                        D47
167119/---------------------------------------------------------------* D47
16711A* Eine Zeile aus den Ratenvereinbarungen lesen (Zeilenscan       *D47
16711B* KA03AKRP)                                                      *D47
16711C*---------------------------------------------------------------* D47
16711D RATEN-ZEILE-LESEN SECTION.                                       D47
16711E RATEN-ZEILE-LESEN-1001.                                          D47
16711F     MOVE H-RATE-LFD-ZEILE        TO KA0AKRP-ZEILENNUMMER         D47
16711G     CALL "CGSTAB"                                                D47
16711H     USING C-TAB-LESEN-ZEILE                                      D47
16711I           C-KONFIG-ID-KA                                         D47
16711J           C-OBJEKT-TAB-KA03AKRP                                  D47
16711K           GSOVER-VERSTAENDIGUNGSBEREICH                          D47
16711L           KA0AKRP-EINGABEBEREICH                                 D47
16711M           KA0AKRP-AUSGABEBEREICH                                 D47
16711N           DUMMY                                                  D47
16711O     END-CALL                                                     D47
16711P     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D47
16711Q     THEN                                                         D47
16711R       SET RATE-ZEILE-GEFUNDEN    TO TRUE                         D47
16711S     ELSE                                                         D47
16711T       SET RATE-ZEILE-N-GEFUNDEN  TO TRUE                         D47
16711U       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D47
16711V     END-IF                                                       D47
16711W     .                                                            D47
16711X RATEN-ZEILE-LESEN-1002.                                          D47
16711Y     EXIT.                                                        D47
16711Z/---------------------------------------------------------------* D47
167120* Zeile einer Ratenvereinbarung des Abstimmkreises pruefen. Der  *D47
167121* Kopfsatz (Rate 000) kommt je Vereinbarung zuerst: ist sie nicht*D47
167122* aktiv oder in anderer Waehrung, wird sie uebergangen. Sonst    *D47
167123* entscheidet die erste offene Rate ueber den Treffer; alle      *D47
167124* weiteren Raten der Vereinbarung werden uebergangen.            *D47
167125*---------------------------------------------------------------* D47
167126 RATEN-ZEILE-PRUEFEN SECTION.                                     D47
167127 RATEN-ZEILE-PRUEFEN-1001.                                        D47
167128     IF KA0AKRP-RATE-NR           = ZERO                          D47
167129     THEN                                                         D47
16712A       IF NOT KA0AKRP-K-AKTIV                                     D47
16712B       OR KA0AKRP-K-WAEHRUNG      NOT = KAIEIN1-WAE-BETRAG        D47
16712C       THEN                                                       D47
16712D         MOVE KA0AKRP-APO-PK      TO H-RATE-LETZTER-PLAN          D47
16712E       ELSE                                                       D47
16712F         MOVE KA0AKRP-K-RESTBETRAG                                D47
16712G                                  TO H-RATE-RESTBETRAG            D47
16712H       END-IF                                                     D47
16712I       GO TO RATEN-ZEILE-PRUEFEN-999                              D47
16712J     END-IF                                                       D47
16712K     IF NOT KA0AKRP-R-OFFEN                                       D47
16712L     THEN                                                         D47
16712M       GO TO RATEN-ZEILE-PRUEFEN-999                              D47
16712N     END-IF                                                       D47
16712O*    erste offene Rate der Vereinbarung                           D47
16712P     MOVE KA0AKRP-APO-PK          TO H-RATE-LETZTER-PLAN          D47
16712Q     IF KA0AKRP-R-BETRAG                                          D47
16712R        + KAIEIN1-BETRAG          NOT = ZERO                      D47
16712S     THEN                                                         D47
16712T       GO TO RATEN-ZEILE-PRUEFEN-999                              D47
16712U     END-IF                                                       D47
16712V*    Forderung muss noch offen sein und dem Restbetrag entsprechenD47
16712W     MOVE C-01-INT-LES-APO-DETAIL TO KAI5AP1-FUNKTION             D47
16712X     MOVE KA0AKRP-APO-PK          TO KAI5AP1-APO-PK               D47
16712Y     PERFORM RATEN-FORDERUNG-LESEN                                D47
16712Z     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D47
167130     THEN                                                         D47
167131       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D47
167132       GO TO RATEN-ZEILE-PRUEFEN-999                              D47
167133     END-IF                                                       D47
167134     IF KAO5AP1-APO-STATUS        = C-STATUS-OFFEN                D47
167135        AND KAO5AP1-APO-BETRAG    = H-RATE-RESTBETRAG             D47
167136     THEN                                                         D47
167137       MOVE KA0AKRP-APO-PK        TO H-RATE-PLAN-PK               D47
167138       MOVE KA0AKRP-RATE-NR       TO H-RATE-NR                    D47
167139       MOVE KA0AKRP-R-BETRAG      TO H-RATE-BETRAG                D47
16713A       SET F-RATE-GETROFFEN-JA    TO TRUE                         D47
16713B     END-IF                                                       D47
16713C     .                                                            D47
16713D RATEN-ZEILE-PRUEFEN-999.                                         D47
16713E     EXIT.                                                        D47
16713F RATEN-ZEILE-PRUEFEN-1002.                                        D47
16713G     EXIT.                                                        D47
16713H/---------------------------------------------------------------* D47
16713I* Forderung einer Ratenvereinbarung lesen (Auftrag KKA5AP); das  *D47
16713J* Gewicht wird vom Aufrufer ausgewertet                          *D47
16713K*---------------------------------------------------------------* D47
16713L RATEN-FORDERUNG-LESEN SECTION.                                   D47
16713M RATEN-FORDERUNG-LESEN-1001.                                      D47
16713N     CALL "CGSAUF"                                                D47
16713O     USING C-AUF-AUFRUF-AL                                        D47
16713P           C-KONFIG-ID-KA                                         D47
16713Q           C-OBJEKT-AUFTRAG-KKA5AP                                D47
16713R           GSOVER-VERSTAENDIGUNGSBEREICH                          D47
16713S           KAI5AP1-EINGABEBEREICH                                 D47
16713T           KAO5AP1-AUSGABEBEREICH                                 D47
16713U           DUMMY                                                  D47
16713V     END-CALL                                                     D47
16713W     .                                                            D47
16713X RATEN-FORDERUNG-LESEN-1002.                                      D47
16713Y     EXIT.                                                        D47
16713Z/---------------------------------------------------------------* D47
167140* Nach Anlage des geschlossenen Umsatzes die Forderung um die    *D47
167141* gezahlte Rate mindern (Auftrag KKA4AP, Umsatzaenderung); deckt *D47
167142* die Rate den Restbetrag, wird die Forderung in dieselbe        *D47
167143* Schliessung uebernommen. Anschliessend Rate quittieren und den *D47
167144* Kopfsatz der Vereinbarung fortschreiben.                       *D47
167145*---------------------------------------------------------------* D47
167146 RATEN-FORDERUNG-MINDERN SECTION.                                 D47
167147 RATEN-FORDERUNG-MINDERN-1001.                                    D47
167148     MOVE C-01-INT-LES-APO-DETAIL TO KAI5AP1-FUNKTION             D47
167149     MOVE H-RATE-PLAN-PK          TO KAI5AP1-APO-PK               D47
16714A     PERFORM RATEN-FORDERUNG-LESEN                                D47
16714B     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D47
16714C     THEN                                                         D47
16714D       GO TO PROGRAMM-VERLASSEN                                   D47
16714E     END-IF                                                       D47
16714F     IF KAO5AP1-APO-BETRAG        = H-RATE-BETRAG                 D47
16714G     THEN                                                         D47
16714H*      letzte Rate: Forderung in die Schliessung uebernehmen      D47
16714I       MOVE C-01-INT-AEN-APO-SCHL-1 TO KAI4AP2-FUNKTION           D47
16714J       MOVE KAO5AP1-APO-ABSTIMMKREIS-NR                           D47
16714K                                  TO KAI4AP2-ABSTIMMKREIS-NR      D47
16714L       MOVE KAO5AP1-APO-HERKUNFT  TO KAI4AP2-HERKUNFT             D47
16714M       MOVE KAO5AP1-APO-KONTO-ID-ABSTIMM                          D47
16714N                                  TO KAI4AP2-KONTO-ID-ABSTIMM     D47
16714O       MOVE KAO5AP1-APO-AUSZUGSDATUM                              D47
16714P                                  TO KAI4AP2-AUSZUGSDATUM         D47
16714Q       MOVE KAO5AP1-APO-AUSZUGSNUMMER                             D47
16714R                                  TO KAI4AP2-AUSZUGSNUMMER        D47
16714S       MOVE KAO5AP1-APO-AUSZUG-FNR                                D47
16714T                                  TO KAI4AP2-AUSZUG-FNR           D47
16714U       MOVE KAO5AP1-APO-LFD-NR-APO                                D47
16714V                                  TO KAI4AP2-LFD-NR-APO           D47
16714W       MOVE C-STATUS-GESCHLOSSEN  TO KAI4AP2-STATUS               D47
16714X       MOVE H-SOFORT-SCHLIESSUNGSNR                               D47
16714Y                                  TO KAI4AP2-SCHLIESSUNGSNR       D47
16714Z       MOVE C-SCHLIESSART-RATE    TO KAI4AP2-SCHLIESSUNGSART      D47
167150       MOVE H-DH-TIMESTAMP        TO KAI4AP2-TIMESTAMP            D47
167151       MOVE C-AKAEIN              TO KAI4AP2-USER                 D47
167152       MOVE SPACE                 TO KAI4AP2-PERIODEN-UEBERST-KZ  D47
167153       CALL "CGSAUF"                                              D47
167154       USING C-AUF-AUFRUF-AL                                      D47
167155             C-KONFIG-ID-KA                                       D47
167156             C-OBJEKT-AUFTRAG-KKA4AP                              D47
167157             GSOVER-VERSTAENDIGUNGSBEREICH                        D47
167158             KAI4AP2-EINGABEBEREICH                               D47
167159             DUMMY                                                D47
16715A             DUMMY                                                D47
16715B             KAXIND-INDICES                                       D47
16715C       END-CALL                                                   D47
16715D     ELSE                                                         D47
16715E*      Teilzahlung: Forderungsbetrag um die Rate mindern          D47
16715F       MOVE C-01-INT-AEN-APO-UCHK TO KAI4AP1-FUNKTION             D47
16715G       MOVE KAO5AP1-APO-PK        TO KAI4AP1-APO-PK               D47
16715H       MOVE KAO5AP1-APO-DATEN     TO KAI4AP1-APO-DATEN            D47
16715I       SUBTRACT H-RATE-BETRAG     FROM KAI4AP1-APO-BETRAG         D47
16715J       MOVE KAI4AP1-APO-BETRAG    TO KAI4AP1-APO-BETRAG-ABSOLUT   D47
16715K       MOVE SPACE                 TO KAI4AP1-PERIODEN-UEBERST-KZ  D47
16715L       CALL "CGSAUF"                                              D47
16715M       USING C-AUF-AUFRUF-AL                                      D47
16715N             C-KONFIG-ID-KA                                       D47
16715O             C-OBJEKT-AUFTRAG-KKA4AP                              D47
16715P             GSOVER-VERSTAENDIGUNGSBEREICH                        D47
16715Q             KAI4AP1-EINGABEBEREICH                               D47
16715R             DUMMY                                                D47
16715S             DUMMY                                                D47
16715T             KAXIND-INDICES                                       D47
16715U       END-CALL                                                   D47
16715V     END-IF                                                       D47
16715W     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D47
16715X     THEN                                                         D47
16715Y       GO TO PROGRAMM-VERLASSEN                                   D47
16715Z     END-IF                                                       D47
167160*    Rate quittieren                                              D47
167161     MOVE H-RATE-PLAN-PK          TO KAI0ARP-APO-PK               D47
167162     MOVE H-RATE-NR               TO KAI0ARP-RATE-NR              D47
167163     PERFORM RATEN-SATZ-LESEN                                     D47
167164     MOVE H-RATE-BETRAG           TO KAO0ARP-R-BEZAHLT            D47
167165     SET KAO0ARP-R-GEZAHLT        TO TRUE                         D47
167166     MOVE KAIEIN1-BUCHUNGSDATUM   TO KAO0ARP-R-ZAHL-DATUM         D47
167167     MOVE H-SOFORT-SCHLIESSUNGSNR TO KAO0ARP-R-SCHLIESSUNGSNR     D47
167168     PERFORM RATEN-SATZ-SCHREIBEN                                 D47
167169*    Kopfsatz fortschreiben                                       D47
16716A     MOVE ZERO                    TO KAI0ARP-RATE-NR              D47
16716B     PERFORM RATEN-SATZ-LESEN                                     D47
16716C     SUBTRACT H-RATE-BETRAG       FROM KAO0ARP-K-RESTBETRAG       D47
16716D     IF KAO0ARP-K-RESTBETRAG      = ZERO                          D47
16716E     OR H-RATE-NR                 NOT < KAO0ARP-K-ANZ-RATEN       D47
16716F     THEN                                                         D47
16716G       SET KAO0ARP-K-ERLEDIGT     TO TRUE                         D47
16716H     END-IF                                                       D47
16716I     PERFORM RATEN-SATZ-SCHREIBEN                                 D47
16716J     .                                                            D47
16716K RATEN-FORDERUNG-MINDERN-1002.                                    D47
16716L     EXIT.                                                        D47
16716M/---------------------------------------------------------------* D47
16716N* Satz der Ratenvereinbarung lesen (KA02AKRP)                    *D47
16716O*---------------------------------------------------------------* D47
16716P RATEN-SATZ-LESEN SECTION.                                        D47
16716Q RATEN-SATZ-LESEN-1001.                                           D47
16716R     CALL "CGSTAB"                                                D47
16716S     USING C-TAB-LESEN-EQUAL                                      D47
16716T           C-KONFIG-ID-KA                                         D47
16716U           C-OBJEKT-TAB-KA02AKRP                                  D47
16716V           GSOVER-VERSTAENDIGUNGSBEREICH                          D47
16716W           KAI0ARP-EINGABEBEREICH                                 D47
16716X           KAO0ARP-AUSGABEBEREICH                                 D47
16716Y           GSTTAB-EIN-AUSGABEBEREICH                              D47
16716Z     END-CALL                                                     D47
167170     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D47
167171     THEN                                                         D47
167172       GO TO PROGRAMM-VERLASSEN                                   D47
167173     END-IF                                                       D47
167174     .                                                            D47
167175 RATEN-SATZ-LESEN-1002.                                           D47
167176     EXIT.                                                        D47
167177/---------------------------------------------------------------* D47
167178* Satz der Ratenvereinbarung schreiben (KA02AKRP)                *D47
167179*---------------------------------------------------------------* D47
16717A RATEN-SATZ-SCHREIBEN SECTION.                                    D47
16717B RATEN-SATZ-SCHREIBEN-1001.                                       D47
16717C     CALL "CGSTAB"                                                D47
16717D     USING C-TAB-SCHREIBEN-EQUAL                                  D47
16717E           C-KONFIG-ID-KA                                         D47
16717F           C-OBJEKT-TAB-KA02AKRP                                  D47
16717G           GSOVER-VERSTAENDIGUNGSBEREICH                          D47
16717H           KAI0ARP-EINGABEBEREICH                                 D47
16717I           KAO0ARP-AUSGABEBEREICH                                 D47
16717J           GSTTAB-EIN-AUSGABEBEREICH                              D47
16717K     END-CALL                                                     D47
16717L     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D47
16717M     THEN                                                         D47
16717N       GO TO PROGRAMM-VERLASSEN                                   D47
16717O     END-IF                                                       D47
16717P     .                                                            D47
16717Q RATEN-SATZ-SCHREIBEN-1002.                                       D47
16717R     EXIT.                                                        D47
16717S/---------------------------------------------------------------* D44
16717T* Scheckausstellung (Satzart K) im Scheckregister KA02AKSK       *D44
16717U* ablegen. Nur fuer Scheck-Abstimmkreise (AK-TYP SC); die        *D44
16717V* Schecknummer steht in der Referenz des Kontoinhabers. Ein      *D44
16717W* Storno-Kz "S" setzt die Schecksperre. Bei erneuter Lieferung   *D44
16717X* bzw. nachgereichter Ausstellung bleiben Status und Vorlage     *D44
16717Y* erhalten.                                                      *D44
16717Z*---------------------------------------------------------------* D44
167180 SCHECK-SPEICHERN SECTION.                                        D44
167181 SCHECK-SPEICHERN-1001.                                           D44
167182     IF H-AK-TYP                  NOT = C-AK-TYP-SCHECK           D44
167183     THEN                                                         D44
167184*      KA4923: Konto @@@ gehoert zu keinem Scheck-Abstimmkreis    D44
167185       MOVE C-OBJEKT-KA4923       TO H-MELDUNGS-OBJEKT            D44
167186       MOVE KAIEIN1-KONTO-ID      TO GSTMEL-VAR-TEXT-1            D44
167187       PERFORM MELDUNG-EINTRAGEN                                  D44
167188       GO TO PROGRAMM-VERLASSEN                                   D44
167189     END-IF                                                       D44
16718A     IF KAIEIN1-REF-KONTOINHABER  = SPACE                         D44
16718B        OR KAIEIN1-REF-KONTOINHABER = C-NONREF                    D44
16718C     THEN                                                         D44
16718D*      KA4922: Scheckausstellung ohne Schecknummer (Konto @@@)    D44
16718E       MOVE C-OBJEKT-KA4922       TO H-MELDUNGS-OBJEKT            D44
16718F       MOVE KAIEIN1-KONTO-ID      TO GSTMEL-VAR-TEXT-1            D44
16718G       PERFORM MELDUNG-EINTRAGEN                                  D44
16718H       GO TO PROGRAMM-VERLASSEN                                   D44
16718I     END-IF                                                       D44
16718J     IF KAIEIN1-TEST              NOT = C-P                       D44
16718K     THEN                                                         D44
16718L       GO TO SCHECK-SPEICHERN-999                                 D44
16718M     END-IF                                                       D44
16718N     MOVE KAIEIN1-REF-KONTOINHABER TO H-SCHECK-NR                 D44
16718O     PERFORM SCHECK-BETRAG-ERMITTELN                              D44
16718P     PERFORM SCHECK-LESEN                                         D44
16718Q     IF SCHECK-N-GEFUNDEN                                         D44
16718R     THEN                                                         D44
16718S       INITIALIZE KAO0ASK-AUSGABEBEREICH                          D44
16718T       SET KAO0ASK-AUSGESTELLT    TO TRUE                         D44
16718U       SET KAO0ASK-N-GESPERRT     TO TRUE                         D44
16718V     END-IF                                                       D44
16718W     MOVE KAIEIN1-HERKUNFT        TO KAO0ASK-HERKUNFT             D44
16718X     MOVE KAIEIN1-KONTO-ID        TO KAO0ASK-KONTO-ID             D44
16718Y     MOVE H-SCHECK-BETRAG         TO KAO0ASK-BETRAG               D44
16718Z     MOVE KAIEIN1-WAE-BETRAG      TO KAO0ASK-WAEHRUNG             D44
167190     MOVE KAIEIN1-VERWENDUNGSZWECK                                D44
167191                                  TO KAO0ASK-EMPFAENGER           D44
167192     MOVE KAIEIN1-BUCHUNGSDATUM   TO KAO0ASK-AUSSTELL-DATUM       D44
167193     IF KAIEIN1-STORNO-KZ         = C-SCHECK-SPERRE               D44
167194     THEN                                                         D44
167195       SET KAO0ASK-GESPERRT       TO TRUE                         D44
167196     END-IF                                                       D44
167197     PERFORM SCHECK-SCHREIBEN                                     D44
167198     .                                                            D44
167199 SCHECK-SPEICHERN-999.                                            D44
16719A     EXIT.                                                        D44
16719B SCHECK-SPEICHERN-1002.                                           D44
16719C     EXIT.                                                        D44
16719D/---------------------------------------------------------------* D44
16719E* Vorgelegten Scheck (Belastung mit Schecknummer im Scheck-      *D44
16719F* Abstimmkreis) gegen das Scheckregister abgleichen: passen      *D44
16719G* Schecknummer und Betrag und ist der Scheck nicht gesperrt,     *D44
16719H* wird er eingeloest und der Umsatz direkt geschlossen           *D44
16719I* (Schliessungsart SK). Vorlagen ohne Ausstellung, mit           *D44
16719J* Betragsabweichung oder trotz Sperre werden im Register         *D44
16719K* vermerkt (Liste AKASCK); der Umsatz bleibt offen.              *D44
16719L*---------------------------------------------------------------* D44
16719M SCHECK-ABGLEICH SECTION.                                         D44
16719N SCHECK-ABGLEICH-1001.                                            D44
16719O     SET F-SCHECK-GETROFFEN-NEIN  TO TRUE                         D44
16719P     IF H-AK-TYP                  NOT = C-AK-TYP-SCHECK           D44
16719Q     OR KAIEIN1-TEST              NOT = C-P                       D44
16719R     OR F-SATZ-RELEVANT-NEIN                                      D44
16719S     OR F-SATZ-DOPPELT-JA                                         D44
16719T     OR KAIEIN1-BETRAG            NOT < ZERO                      D44
16719U     OR KAIEIN1-REF-KONTOINHABER  = SPACE                         D44
16719V     OR KAIEIN1-REF-KONTOINHABER  = C-NONREF                      D44
16719W     THEN                                                         D44
16719X       GO TO SCHECK-ABGLEICH-999                                  D44
16719Y     END-IF                                                       D44
16719Z     MOVE KAIEIN1-REF-KONTOINHABER TO H-SCHECK-NR                 D44
1671A0     PERFORM SCHECK-BETRAG-ERMITTELN                              D44
1671A1     PERFORM SCHECK-LESEN                                         D44
1671A2     IF SCHECK-N-GEFUNDEN                                         D44
1671A3     THEN                                                         D44
1671A4       INITIALIZE KAO0ASK-AUSGABEBEREICH                          D44
1671A5       MOVE KAIEIN1-HERKUNFT      TO KAO0ASK-HERKUNFT             D44
1671A6       MOVE KAIEIN1-KONTO-ID      TO KAO0ASK-KONTO-ID             D44
1671A7       MOVE KAIEIN1-WAE-BETRAG    TO KAO0ASK-WAEHRUNG             D44
1671A8       SET KAO0ASK-OHNE-AUSSTELLUNG TO TRUE                       D44
1671A9       SET KAO0ASK-N-GESPERRT     TO TRUE                         D44
1671AA     ELSE                                                         D44
1671AB       EVALUATE TRUE                                              D44
1671AC       WHEN NOT KAO0ASK-AUSGESTELLT                               D44
1671AD        AND NOT KAO0ASK-VERFALLEN                                 D44
1671AE*        bereits vorgelegt oder storniert: Umsatz bleibt offen    D44
1671AF         GO TO SCHECK-ABGLEICH-999                                D44
1671AG       WHEN KAO0ASK-GESPERRT                                      D44
1671AH         SET KAO0ASK-GESPERRT-VORGEL TO TRUE                      D44
1671AI       WHEN KAO0ASK-BETRAG        NOT = H-SCHECK-BETRAG           D44
1671AJ         SET KAO0ASK-BETRAG-ABW   TO TRUE                         D44
1671AK       WHEN OTHER                                                 D44
1671AL         SET KAO0ASK-EINGELOEST   TO TRUE                         D44
1671AM         SET F-SCHECK-GETROFFEN-JA TO TRUE                        D44
1671AN       END-EVALUATE                                               D44
1671AO     END-IF                                                       D44
1671AP     MOVE KAIEIN1-BUCHUNGSDATUM   TO KAO0ASK-VORLAGE-DATUM        D44
1671AQ     MOVE H-SCHECK-BETRAG         TO KAO0ASK-VORLAGE-BETRAG       D44
1671AR     PERFORM SCHECK-SCHREIBEN                                     D44
1671AS     IF F-SCHECK-GETROFFEN-JA                                     D44
1671AT     THEN                                                         D44
1671AU*      Umsatz direkt geschlossen buchen (ohne Gegenposten)        D44
1671AV       MOVE C-SCHLIESSART-SCHECK  TO H-AUSGLEICH-ART              D44
1671AW       MOVE C-BEMERK-SCHECK       TO H-AUSGLEICH-BEMERK           D44
1671AX       PERFORM SOFORT-SCHLIESSUNG-ANLEGEN                         D44
1671AY       PERFORM SOFORT-NEUPOSTEN-SCHLIESSEN                        D44
1671AZ     END-IF                                                       D44
1671B0     .                                                            D44
1671B1 SCHECK-ABGLEICH-999.                                             D44
1671B2     EXIT.                                                        D44
1671B3 SCHECK-ABGLEICH-1002.                                            D44
1671B4     EXIT.                                                        D44
1671B5/---------------------------------------------------------------* D44
1671B6* Scheckbetrag ohne Vorzeichen (Ausstellung und Vorlage)         *D44
1671B7*---------------------------------------------------------------* D44
1671B8 SCHECK-BETRAG-ERMITTELN SECTION.                                 D44
1671B9 SCHECK-BETRAG-ERMITTELN-1001.                                    D44
1671BA     MOVE KAIEIN1-BETRAG          TO H-SCHECK-BETRAG              D44
1671BB     IF H-SCHECK-BETRAG           < ZERO                          D44
1671BC     THEN                                                         D44
1671BD       COMPUTE H-SCHECK-BETRAG    = ZERO - H-SCHECK-BETRAG        D44
1671BE     END-IF                                                       D44
1671BF     .                                                            D44
1671BG SCHECK-BETRAG-ERMITTELN-1002.                                    D44
1671BH     EXIT.                                                        D44
1671BI/---------------------------------------------------------------* D44
1671BJ* Scheck H-SCHECK-NR des Abstimmkreises aus KA02AKSK lesen       *D44
1671BK*---------------------------------------------------------------* D44
1671BL SCHECK-LESEN SECTION.                                            D44
1671BM SCHECK-LESEN-1001.                                               D44
1671BN     MOVE H-AK-NUMMER             TO KAI0ASK-AK-NUMMER            D44
1671BO     MOVE H-SCHECK-NR             TO KAI0ASK-SCHECK-NR            D44
1671BP     CALL "CGSTAB"                                                D44
1671BQ     USING C-TAB-LESEN-EQUAL                                      D44
1671BR           C-KONFIG-ID-KA                                         D44
1671BS           C-OBJEKT-TAB-KA02AKSK                                  D44
1671BT           GSOVER-VERSTAENDIGUNGSBEREICH                          D44
1671BU           KAI0ASK-EINGABEBEREICH                                 D44
1671BV           KAO0ASK-AUSGABEBEREICH                                 D44
1671BW           GSTTAB-EIN-AUSGABEBEREICH                              D44
1671BX     END-CALL                                                     D44
1671BY     IF GSOVER-GEWICHT            = C-GEW-NICHT-GESETZT           D44
1671BZ     THEN                                                         D44
1671C0       SET SCHECK-GEFUNDEN        TO TRUE                         D44
1671C1     ELSE                                                         D44
1671C2       SET SCHECK-N-GEFUNDEN      TO TRUE                         D44
1671C3       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D44
1671C4     END-IF                                                       D44
1671C5     .                                                            D44
1671C6 SCHECK-LESEN-1002.                                               D44
1671C7     EXIT.                                                        D44
1671C8/---------------------------------------------------------------* D44
1671C9* Scheckregister KA02AKSK fortschreiben                          *D44
1671CA*---------------------------------------------------------------* D44
1671CB SCHECK-SCHREIBEN SECTION.                                        D44
1671CC SCHECK-SCHREIBEN-1001.                                           D44
1671CD     MOVE FUNCTION CURRENT-DATE   TO H-TIMESTAMP-FIELDS           D44
1671CE     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0ASK-AENDERUNG-DATUM      D44
1671CF     MOVE H-AK-NUMMER             TO KAI0ASK-AK-NUMMER            D44
1671CG     MOVE H-SCHECK-NR             TO KAI0ASK-SCHECK-NR            D44
1671CH     CALL "CGSTAB"                                                D44
1671CI     USING C-TAB-SCHREIBEN-EQUAL                                  D44
1671CJ           C-KONFIG-ID-KA                                         D44
1671CK           C-OBJEKT-TAB-KA02AKSK                                  D44
1671CL           GSOVER-VERSTAENDIGUNGSBEREICH                          D44
1671CM           KAI0ASK-EINGABEBEREICH                                 D44
1671CN           KAO0ASK-AUSGABEBEREICH                                 D44
1671CO           GSTTAB-EIN-AUSGABEBEREICH                              D44
1671CP     END-CALL                                                     D44
1671CQ     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D44
1671CR     THEN                                                         D44
1671CS       GO TO PROGRAMM-VERLASSEN                                   D44
1671CT     END-IF                                                       D44
1671CU     .                                                            D44
1671CV SCHECK-SCHREIBEN-1002.                                           D44
1671CW     EXIT.                                                        D44
1671CX/---------------------------------------------------------------* D46
1671CY* Buchung aus Auszug: Buchungsregel KA02AKBR des Abstimmkreises  *D46
1671CZ* zum GV-Code lesen. Ist sie aktiv und passen Vorzeichen und     *D46
1671D0* Hoechstbetrag, wird der Umsatz direkt geschlossen              *D46
1671D1* (Schliessungsart BA) und die Ausgangsbuchung an das Hauptbuch  *D46
1671D2* vorgemerkt. Ohne Regel bleibt der Umsatz wie bisher offen.     *D46
1671D3*---------------------------------------------------------------* D46
1671D4 AUSZUG-BUCHUNG-PRUEFEN SECTION.                                  D46
1671D5 AUSZUG-BUCHUNG-PRUEFEN-1001.                                     D46
1671D6     SET F-AUSZUG-BUCHUNG-NEIN    TO TRUE                         D46
1671D7     IF KAIEIN1-TEST              NOT = C-P                       D46
1671D8     OR F-SATZ-RELEVANT-NEIN                                      D46
1671D9     OR F-SATZ-DOPPELT-JA                                         D46
1671DA     OR KAIEIN1-BETRAG            = ZERO                          D46
1671DB     OR KAIEIN1-GESCH-VORFALL-CODE NOT NUMERIC                    D46
1671DC     OR KAIEIN1-GESCH-VORFALL-CODE = ZERO                         D46
1671DD     THEN                                                         D46
1671DE       GO TO AUSZUG-BUCHUNG-PRUEFEN-999                           D46
1671DF     END-IF                                                       D46
1671DG     MOVE H-AK-NUMMER             TO KAI0ABR-AK-NUMMER            D46
1671DH     MOVE KAIEIN1-GESCH-VORFALL-CODE                              D46
1671DI                                  TO KAI0ABR-GV-CODE              D46
1671DJ     CALL "CGSTAB"                                                D46
1671DK     USING C-TAB-LESEN-EQUAL                                      D46
1671DL           C-KONFIG-ID-KA                                         D46
1671DM           C-OBJEKT-TAB-KA02AKBR                                  D46
1671DN           GSOVER-VERSTAENDIGUNGSBEREICH                          D46
1671DO           KAI0ABR-EINGABEBEREICH                                 D46
1671DP           KAO0ABR-AUSGABEBEREICH                                 D46
1671DQ           GSTTAB-EIN-AUSGABEBEREICH                              D46
1671DR     END-CALL                                                     D46
1671DS     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D46
1671DT     THEN                                                         D46
1671DU*      keine Regel - Umsatz bleibt offen                          D46
1671DV       MOVE C-GEW-NICHT-GESETZT   TO GSOVER-GEWICHT               D46
1671DW       GO TO AUSZUG-BUCHUNG-PRUEFEN-999                           D46
1671DX     END-IF                                                       D46
1671DY     IF NOT KAO0ABR-AKTIV                                         D46
1671DZ     OR KAO0ABR-GRUND-CODE        = SPACE                         D46
1671E0     OR (KAO0ABR-VZ-HABEN AND KAIEIN1-BETRAG < ZERO)              D46
1671E1     OR (KAO0ABR-VZ-SOLL  AND KAIEIN1-BETRAG > ZERO)              D46
1671E2     THEN                                                         D46
1671E3       GO TO AUSZUG-BUCHUNG-PRUEFEN-999                           D46
1671E4     END-IF                                                       D46
1671E5     MOVE KAIEIN1-BETRAG          TO H-BR-BETRAG-ABS              D46
1671E6     IF KAO0ABR-HOECHSTBETRAG     > ZERO                          D46
1671E7        AND H-BR-BETRAG-ABS       > KAO0ABR-HOECHSTBETRAG         D46
1671E8     THEN                                                         D46
1671E9       GO TO AUSZUG-BUCHUNG-PRUEFEN-999                           D46
1671EA     END-IF                                                       D46
1671EB*    Umsatz direkt geschlossen buchen (ohne Gegenposten)          D46
1671EC     MOVE C-SCHLIESSART-BUCHUNG   TO H-AUSGLEICH-ART              D46
1671ED     MOVE C-BEMERK-BUCHUNG        TO H-AUSGLEICH-BEMERK           D46
1671EE     PERFORM SOFORT-SCHLIESSUNG-ANLEGEN                           D46
1671EF     PERFORM SOFORT-NEUPOSTEN-SCHLIESSEN                          D46
1671EG     PERFORM AUSZUG-BUCHUNG-VORMERKEN                             D46
1671EH     SET F-AUSZUG-BUCHUNG-JA      TO TRUE                         D46
1671EI     .                                                            D46
1671EJ AUSZUG-BUCHUNG-PRUEFEN-999.                                      D46
1671EK     EXIT.                                                        D46
1671EL AUSZUG-BUCHUNG-PRUEFEN-1002.                                     D46
1671EM     EXIT.                                                        D46
1671EN/---------------------------------------------------------------* D46
1671EO* Ausgangsbuchungs-Vormerkung KA02AKGB fuer die Schliessung aus  *D46
1671EP* der Buchungsregel einstellen (Grund der Regel, Freigabedatum   *D46
1671EQ* = Tagesdatum der Uebernahme)                                   *D46
1671ER*---------------------------------------------------------------* D46
1671ES AUSZUG-BUCHUNG-VORMERKEN SECTION.                                D46
1671ET AUSZUG-BUCHUNG-VORMERKEN-1001.                                   D46
1671EU     MOVE H-SOFORT-SCHLIESSUNGSNR TO KAI0AKB-SCHLIESSUNGSNR       D46
1671EV     MOVE H-DH-TIMESTAMP (1:8)    TO KAO0AKB-FREIGABE-DATUM       D46
1671EW     MOVE KAO0ABR-GRUND-CODE      TO KAO0AKB-GRUND-CODE           D46
1671EX     SET KAO0AKB-OFFEN            TO TRUE                         D46
1671EY     MOVE ZERO                    TO KAO0AKB-SENDE-DATUM          D46
1671EZ     MOVE SPACE                   TO KAO0AKB-RUECK-GRUND          D46
1671F0     MOVE KAI0AKB-SCHLIESSUNGSNR TO KAIFXS-SCHLIESSUNGSNR         D50
1671F1     MOVE KAO0AKB-FREIGABE-DATUM TO KAIFXS-FREIGABE-DATUM         D50
1671F2     CALL "AKAFXS"                                                D50
1671F3     USING KAIFXS-EIN-AUSGABEBEREICH                              D50
1671F4           GSOVER-VERSTAENDIGUNGSBEREICH                          D50
1671F5     END-CALL                                                     D50
1671F6     MOVE KAIFXS-FX-REAL-BETRAG TO KAO0AKB-FX-REAL-BETRAG         D50
1671F7     MOVE KAIFXS-FX-NEUBEW-BETRAG                                 D50
1671F8                                TO KAO0AKB-FX-NEUBEW-BETRAG       D50
1671F9     CALL "CGSTAB"                                                D46
1671FA     USING C-TAB-SCHREIBEN-EQUAL                                  D46
1671FB           C-KONFIG-ID-KA                                         D46
1671FC           C-OBJEKT-TAB-KA02AKGB                                  D46
1671FD           GSOVER-VERSTAENDIGUNGSBEREICH                          D46
1671FE           KAI0AKB-EINGABEBEREICH                                 D46
1671FF           KAO0AKB-AUSGABEBEREICH                                 D46
1671FG           GSTTAB-EIN-AUSGABEBEREICH                              D46
1671FH     END-CALL                                                     D46
1671FI     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT       D46
1671FJ     THEN                                                         D46
1671FK       GO TO PROGRAMM-VERLASSEN                                   D46
1671FL     END-IF                                                       D46
1671FM     .                                                            D46
1671FN AUSZUG-BUCHUNG-VORMERKEN-1002.                                   D46
1671FO     EXIT.                                                        D46
167200/---------------------------------------------------------------*
167300* Endesatz verwursten                                           *
167400*---------------------------------------------------------------*
169200* Eingabe                     
169300       MOVE KAIEIN1-HERKUNFT      TO KAI5KT1-HERKUNFT
169400       MOVE KAIEIN1-KONTO-ID      TO KAI5KT1-KONTO-ID
169420       MOVE KAIEIN1-WAEHRUNF-ENDSALDO                             D41
169440                                  TO KAI5KT1-WAEHRUNG             D41
169500*                             
169600* Auftrag aufrufen            
169700       CALL "CGSAUF"          
901060                              = KAI1AKK-HERKUNFT                  D15
901070    AND CACHE-AKKTO-KONTO-ID    (H-CACHE-INDEX)                   D15
901080                              = KAI1AKK-KONTO-ID                  D15
901082    AND CACHE-AKKTO-WAEHRUNG    (H-CACHE-INDEX)                   D41
901084                              = KAI1AKK-WAEHRUNG                  D41
901090     THEN                                                         D15
901100       MOVE CACHE-AKKTO-AK-NUMMER (H-CACHE-INDEX)                 D15
901110                                  TO KAO0AKK-AK-NUMMER            D15
901320              TO CACHE-AKKTO-HERKUNFT    (H-CACHE-AKKTO-ANZ)      D15
901330       MOVE KAI1AKK-KONTO-ID                                      D15
901340              TO CACHE-AKKTO-KONTO-ID    (H-CACHE-AKKTO-ANZ)      D15
901342       MOVE KAI1AKK-WAEHRUNG                                      D41
901344              TO CACHE-AKKTO-WAEHRUNG    (H-CACHE-AKKTO-ANZ)      D41
901350       MOVE KAO0AKK-AK-NUMMER                                     D15
901360              TO CACHE-AKKTO-AK-NUMMER   (H-CACHE-AKKTO-ANZ)      D15
901370       MOVE GSOVER-GEWICHT                                        D15
