      *     Zeilenscan fuer bereits gelesene AK-Nummern entfaellt.*     D15
      *     Datum: 25.08.2017                          NKZ: KLM   *     D15
      *                                                           *     D15
      * D16 R58773                                                *     D16
      *     Hierarchiesummen (Eltern-/Kind-AK) mit 3 Nach-        *     D16
      *     kommastellen wie die Kontosalden, damit KWD/BHD/OMR-  *     D16
      *     Abstimmkreise ohne Rundungsdifferenz konsolidieren.   *     D16
      *     Datum: 15.10.2026                          NKZ: KLM   *     D16
      *                                                           *     D16
      * D17 R58775                                                *     D17
      *     Saldo je Waehrung der KA01AKKTO-Zuordnung lesen       *     D17
      *     (Waehrungstaschen des Kontos), auch im Zeilen-Cache.  *     D17
      *     Datum: 15.10.2026                          NKZ: KLM   *     D17
      *                                                           *     D17
      * This Version has been modified to meet KOJAK requirements       CCC
      * at March 1st 2017                                               CCC
100000* ENDE ELEMENTKOPF ****************************************%*
117300  01  H-AK-NUMMER                  PIC 9(005).
117400  01  H-HERKUNFT                   PIC X(011).
117500  01  H-KONTO-ID                   PIC X(035).
117550  01  H-WAEHRUNG-KTO               PIC X(003).                    D17
117600  01  H-ROLLE                      PIC X(010).
117700  01  H-NAECHSTE-ZEILE             PIC 9(010).
117710  01  H-WAEHRUNG                   PIC X(003).                    D06
118410  01  H-AK-NUMMER-WURZEL          PIC 9(005).                     D07
118420  01  H-HIER-LFD-ZEILE            PIC 9(009) COMP-3.              D07
118430  01  H-HIER-NAECHSTE-ZEILE       PIC 9(009) COMP-3.              D07
118440  01  H-HIER-SUMME-SALDEN         PIC S9(015)V9(003) COMP-3.      D16
118450  01  H-HIER-SUM-OFF-APOS         PIC S9(015)V9(003) COMP-3.      D16
118460  01  H-HIER-ANZ-AK               PIC 9(003).                     D07
117800/---------------------------------------------------------------*
117900* Programmschalter                                              *
118478       10 CACHE-SAL-ROLLE-KONTO  PIC X(001).                      D15
118479       10 CACHE-SAL-HERKUNFT     PIC X(011).                      D15
118480       10 CACHE-SAL-KONTO-ID     PIC X(035).                      D15
1184A1       10 CACHE-SAL-WAEHRUNG     PIC X(003).                      D17
118481 01 H-CACHE-SAL-ANZ-KOMPLETT     PIC 9(003) COMP-3.               D15
118482 01 CACHE-SAL-KOMPLETT-EINTRAG   PIC 9(005)                       D15
118483                                 OCCURS 200 TIMES.                D15
136175             SET AKNR-GEFUNDEN       TO TRUE                      D07
136180             MOVE KAO0AKK-HERKUNFT   TO H-HERKUNFT                D07
136185             MOVE KAO0AKK-KONTO-ID   TO H-KONTO-ID                D07
136187             MOVE KAO0AKK-WAEHRUNG   TO H-WAEHRUNG-KTO            D17
136190           ELSE                                                   D07
136195             SET AKNR-N-GEFUNDEN     TO TRUE                      D07
136200           END-IF                                                 D07
139630       MOVE CACHE-SAL-KONTO-ID                                    D15
139640                      (H-CACHE-SAL-ZEILEN-INDEX)                  D15
139650                                   TO H-KONTO-ID                  D15
139652       MOVE CACHE-SAL-WAEHRUNG                                    D17
139654                      (H-CACHE-SAL-ZEILEN-INDEX)                  D17
139656                                   TO H-WAEHRUNG-KTO              D17
139660     ELSE                                                         D15
139670       SET CACHE-SAL-MODUS-LIVE    TO TRUE                        D15
139680       SET CACHE-SAL-VOLL-NEIN     TO TRUE                        D15
142100                                   TO H-HERKUNFT
142200             MOVE KAO0AKK-KONTO-ID
142300                                  TO H-KONTO-ID
142302             MOVE KAO0AKK-WAEHRUNG                                D17
142304                                  TO H-WAEHRUNG-KTO               D17
142310       PERFORM CACHE-SAL-ZEILE-EINTRAGEN THRU                     D15
142320               CACHE-SAL-ZEILE-EINTRAGEN-EXIT                     D15
142400             ADD C-1              TO GSTTAB-ZEILENNUMMER
147966         MOVE CACHE-SAL-KONTO-ID                                  D15
147970                      (H-CACHE-SAL-ZEILEN-INDEX)                  D15
147974                                   TO H-KONTO-ID                  D15
147975         MOVE CACHE-SAL-WAEHRUNG                                  D17
147976                      (H-CACHE-SAL-ZEILEN-INDEX)                  D17
147977                                   TO H-WAEHRUNG-KTO              D17
147978       ELSE                                                       D15
147982         SET AKNR-N-GEFUNDEN      TO TRUE                         D15
147986       END-IF                                                     D15
149751                                  TO H-ROLLE                      D01
149800           MOVE KAO0AKK-HERKUNFT  TO H-HERKUNFT
149900           MOVE KAO0AKK-KONTO-ID  TO H-KONTO-ID
149905           MOVE KAO0AKK-WAEHRUNG  TO H-WAEHRUNG-KTO               D17
149910           PERFORM CACHE-SAL-ZEILE-EINTRAGEN THRU                 D15
149920                   CACHE-SAL-ZEILE-EINTRAGEN-EXIT                 D15
150000         ELSE
156500* Grundbelegung vom Lesen
156600     MOVE H-HERKUNFT              TO KAI5KT1-HERKUNFT
156700     MOVE H-KONTO-ID              TO KAI5KT1-KONTO-ID
156702     MOVE H-WAEHRUNG-KTO          TO KAI5KT1-WAEHRUNG             D17
156705                                                                  D03
156710* Ausgabebereich initalisieren                                    D03
156715     MOVE INI-KAO5KT1-AUSGABEBEREICH                              D03
175870                TO CACHE-SAL-HERKUNFT (H-CACHE-SAL-ANZ-ZEILEN)    D15
175880       MOVE H-KONTO-ID                                            D15
175890                TO CACHE-SAL-KONTO-ID (H-CACHE-SAL-ANZ-ZEILEN)    D15
175892       MOVE H-WAEHRUNG-KTO                                        D17
175894                TO CACHE-SAL-WAEHRUNG (H-CACHE-SAL-ANZ-ZEILEN)    D17
175900     ELSE                                                         D15
175910       SET CACHE-SAL-VOLL-JA TO TRUE                              D15
175920     END-IF                                                       D15
