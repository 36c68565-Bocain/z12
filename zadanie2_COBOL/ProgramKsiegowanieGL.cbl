
      *> Zapis ksiegowy w stalym ukladzie dla zespolu ksiegi glownej:
      *> data ksiegowania, kraj, konto, strona Wn/Ma (D/K), kwota w
      *> walucie transakcji (z groszami - dwa ostatnie miejsca po
      *> domniemanym przecinku), waluta, surowy kod klienta i PLN
      *> wiersza raportu (informacyjnie, z eksportu DKTS).
FD KSIEGOWANIAFILE.
01 KSIEGOWANIE-RECORD.
        05 KS-DATA                  PIC 9(8).
        05 FILLER                   PIC X(1).
        05 KS-STRONA                PIC X(1).
        05 FILLER                   PIC X(1).
        05 KS-KWOTA                 PIC 9(13)V99.
        05 FILLER                   PIC X(1).
        05 KS-WALUTA                PIC X(17).
        05 FILLER                   PIC X(1).
        05 KS-KLIENT                PIC X(17).
        05 FILLER                   PIC X(1).
        05 KS-PLN                   PIC X(17).


WORKING-STORAGE SECTION.
      *> Obraz linii eksportu plus naklady stalych ukladow rekordow
      *> "R;" i "T;" - DKTS buduje je polami o stalej szerokosci
      *> (604/614), wiec pozycyjne REDEFINES wystarcza do odczytu.
      *> Kwoty przychodza z kropka dziesietna i sa przenoszone do pol
      *> liczbowych ponizej przed ksiegowaniem i uzgadnianiem.
01 WE-LINIA             PIC X(132).
01 WE-WIERSZ-R REDEFINES WE-LINIA.
        05 FILLER               PIC X(2).
        05 FILLER               PIC X(1).
        05 WER-WALUTA           PIC X(17).
        05 FILLER               PIC X(1).
        05 WER-DEBET            PIC 9(13).99.
        05 FILLER               PIC X(1).
        05 WER-KREDYT           PIC 9(13).99.
        05 FILLER               PIC X(1).
        05 WER-NETTO            PIC X(17).
        05 FILLER               PIC X(1).
        05 WER-PLN              PIC X(17).
01 WE-STOPKA-T REDEFINES WE-LINIA.
        05 FILLER               PIC X(2).
        05 WET-LICZBA           PIC 9(6).
        05 FILLER               PIC X(1).
        05 WET-SUMA-DEBET       PIC 9(15).99.
        05 FILLER               PIC X(1).
        05 WET-SUMA-KREDYT      PIC 9(15).99.

77 KWOTA-DEBET          PIC 9(13)V99 VALUE 0.
77 KWOTA-KREDYT         PIC 9(13)V99 VALUE 0.
77 STOPKA-SUMA-DEBET    PIC 9(15)V99 VALUE 0.
77 STOPKA-SUMA-KREDYT   PIC 9(15)V99 VALUE 0.

      *> Sumy kontrolne biezacego segmentu kraju - uzgadniane ze
      *> stopka "T;" tego segmentu.
77 SEGMENT-KRAJ         PIC X(2) VALUE SPACES.
77 SEGMENT-SUMA-DEBET   PIC 9(15)V99 VALUE 0.
77 SEGMENT-SUMA-KREDYT  PIC 9(15)V99 VALUE 0.
77 WS-SEGMENT-OTWARTY   PIC X VALUE "N".

77 DATA-KSIEGOWANIA     PIC 9(8) VALUE 0.
        COMPUTE LICZBA-WIERSZY-R = LICZBA-WIERSZY-R + 1.
        MOVE WER-KRAJ TO SEGMENT-KRAJ.
        MOVE "T" TO WS-SEGMENT-OTWARTY.
        MOVE WER-DEBET  TO KWOTA-DEBET.
        MOVE WER-KREDYT TO KWOTA-KREDYT.

        IF KWOTA-DEBET NOT = 0
                MOVE "D" TO WS-STRONA-SZUKANA
                PERFORM 215-ZNAJDZ-KONTO
                MOVE SPACES TO KSIEGOWANIE-RECORD
                MOVE WER-KRAJ           TO KS-KRAJ
                MOVE WS-KONTO-BIEZACE   TO KS-KONTO
                MOVE "D"                TO KS-STRONA
                MOVE KWOTA-DEBET        TO KS-KWOTA
                MOVE WER-WALUTA         TO KS-WALUTA
                MOVE WER-KLIENT         TO KS-KLIENT
                MOVE WER-PLN            TO KS-PLN
                WRITE KSIEGOWANIE-RECORD
                COMPUTE LICZBA-ZAPISOW = LICZBA-ZAPISOW + 1
                COMPUTE SEGMENT-SUMA-DEBET =
                        SEGMENT-SUMA-DEBET + KWOTA-DEBET
        END-IF.

        IF KWOTA-KREDYT NOT = 0
                MOVE "K" TO WS-STRONA-SZUKANA
                PERFORM 215-ZNAJDZ-KONTO
                MOVE SPACES TO KSIEGOWANIE-RECORD
                MOVE WER-KRAJ           TO KS-KRAJ
                MOVE WS-KONTO-BIEZACE   TO KS-KONTO
                MOVE "K"                TO KS-STRONA
                MOVE KWOTA-KREDYT       TO KS-KWOTA
                MOVE WER-WALUTA         TO KS-WALUTA
                MOVE WER-KLIENT         TO KS-KLIENT
                MOVE WER-PLN            TO KS-PLN
                WRITE KSIEGOWANIE-RECORD
                COMPUTE LICZBA-ZAPISOW = LICZBA-ZAPISOW + 1
                COMPUTE SEGMENT-SUMA-KREDYT =
                        SEGMENT-SUMA-KREDYT + KWOTA-KREDYT
        END-IF.

215-ZNAJDZ-KONTO.
      *> z 209 w DKTS) - niezgodnosc oznacza, ze plik ksiegowan nie
      *> odzwierciedla raportu, i konczy KSIEGGL awaryjnie.
        COMPUTE LICZBA-SEGMENTOW = LICZBA-SEGMENTOW + 1.
        MOVE WET-SUMA-DEBET  TO STOPKA-SUMA-DEBET.
        MOVE WET-SUMA-KREDYT TO STOPKA-SUMA-KREDYT.

        IF SEGMENT-SUMA-DEBET NOT = STOPKA-SUMA-DEBET
           OR SEGMENT-SUMA-KREDYT NOT = STOPKA-SUMA-KREDYT
                DISPLAY "Segment " SEGMENT-KRAJ
                        ": zaksiegowano Wn=" SEGMENT-SUMA-DEBET
                        " Ma=" SEGMENT-SUMA-KREDYT
