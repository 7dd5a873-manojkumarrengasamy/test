090070*     in der Trefferliste geliefert (Arbeitsvorrats-        *     D03
090071*     steuerung der Dialog-Listen).                         *     D03
090072*     Datum: 20.06.2026                          NKZ: KLM   *     D03
090073*                                                           *     D04
090074* D04 R58773                                                *     D04
090075*     HVZ-DS-BETRAG mit 3 Nachkommastellen analog           *     D04
090076*     APO-BETRAG (Waehrungsstamm KA00AKWA) - Satz-          *     D04
090077*     erweiterung, Altbestand ist umzusetzen.               *     D04
090078*     Datum: 15.10.2026                          NKZ: KLM   *     D04
090079*                                                           *     D04
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
102400     05  HVZ-DS-HERKUNFT              PIC X(011).                  D02
102500     05  HVZ-DS-KONTO-ID-ABSTIMM      PIC X(035).                  D02
102600     05  HVZ-DS-VALUTA                PIC 9(008).
102700     05  HVZ-DS-BETRAG                PIC S9(013)V9(003).         D04
102800     05  HVZ-DS-WAEHRUNG              PIC X(003).
102900     05  HVZ-DS-SCHLIESSUNGSNUMMER    PIC 9(009).
103000     05  HVZ-DS-SCHLIESSUNGSART       PIC X(002).
