000010 identification division.
000020 program-id. agartempi.
000030*
000040* response times of the screens: the performance log reported
000050*
000060* FIRST 15 OCTOBER 2026  0.1.0
000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000100* This program is free software; you can redistribute it and/or modify
000110* it under the terms of the GNU General Public License as published by
000120* the Free Software Foundation; either version 2, or (at your option)
000130* any later version.
000140*
000150* This program is distributed in the hope that it will be useful,
000160* but WITHOUT ANY WARRANTY; without even the implied warranty of
000170* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000180* GNU General Public License for more details.
000190*
000200* You should have received a copy of the GNU General Public License
000210* along with this software; see the file COPYING.  If not, write to
000220* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000230* Boston, MA 02110-1301 USA
000240*
000250*
000260*---------------------------------------------------------------------
000270* with GuiCOBOLperflog set agarcob times every event program a
000280* relay runs and every file, sql, http and lock verb, one record
000290* each: date, time, operator, window, widget, kind (EVENT, FILE,
000300* SQL, HTTP, LOCK), verb or event, event program, milliseconds,
000310* and SLOW past GuiCOBOLperfslow (default 1000 ms).  this program
000320* turns the log into facts for the developers:
000330*     agartempi [log] [options]
000340* options, in any order after the log name:
000350*     -dYYYYMMDD:YYYYMMDD   date range
000360*     -wWINDOW              one window
000370*     -uUSER                one operator
000380*     -gYYYYMMDD            the day of the slowest transactions,
000390*                           default the last day of the log
000400*     -nNN                  how many slowest transactions, default
000410*                           20, at most 100
000420* the listing has three parts:
000430*     percentiles by screen and event   per window the event
000440*                                 programs and the verbs they wait
000450*                                 on: calls, average, 50th, 90th
000460*                                 and 95th percentile, the worst
000470*                                 and the calls flagged SLOW
000480*     slowest transactions        the event programs of the day
000490*                                 that kept the operator waiting
000500*                                 longest, who and where
000510*     this week against last      the week of the last day of the
000520*                                 log against the week before it
000530*                                 (weeks start on monday): SLOWER
000540*                                 when the average grew by more
000550*                                 than a fifth, FASTER when it
000560*                                 shrank as much, NEW when there
000570*                                 were no calls the week before
000580* the clock of the log ticks in hundredths, so times are exact to
000590* ten milliseconds.  the listing lands beside the log as <log>.rpt,
000600* 132 columns paged like every print verb spool.
000610*---------------------------------------------------------------------

000620 environment division.
000630 configuration section.

000640 input-output section.
000650 file-control.

000660     select ark-tempi assign to tempi-file
000670      organization is line sequential
000680      file status  is tempi-stato.

000690     select ark-rpt assign to rpt-file
000700      organization is line sequential
000710      file status  is rpt-stato.

000720 data division.

000730 file section.

000740 fd ark-tempi.
000750 01 rec-tempi.
000760    02 dati-tempi                pic x(160).

000770 fd ark-rpt.
000780 01 rec-rpt.
000790    02 dati-rpt                  pic x(132).

000800 working-storage section.

000810 77 tempi-file                   pic x(200).
000820 77 tempi-stato                  pic xx.
000830 77 tempi-eof                    pic x.
000840 77 rpt-file                     pic x(200).
000850 77 rpt-stato                    pic xx.
000860 77 linea-comando                pic x(256).
000870 77 parola                       pic x(64).
000880 77 punta                        usage binary-long.
000890 77 filtro-da                    pic x(8) value spaces.
000900 77 filtro-a                     pic x(8) value spaces.
000910 77 filtro-utente                pic x(16) value spaces.
000920 77 filtro-finestra              pic x(16) value spaces.
000930 77 giorno-lenti                 pic x(8) value spaces.
000940 77 quanti-lenti                 usage binary-long value 20.
000950 77 passata                      pic 9 value zero.
000960 77 conta-lette                  pic 9(7) value zeros.
000970 77 conta-scritte                pic 9(7) value zeros.
000980 77 riga-stampa                  pic x(132).
000990 77 conta-righe                  usage binary-long.
001000 77 conta-pagine                 pic 9(4) value zeros.
001010 77 data-stampa                  pic 9(8).
001020 77 parte                        pic x(40) value spaces.
001030 77 ind                          usage binary-long.
001040 77 ind2                         usage binary-long.
001050 77 primo                        usage binary-long.
001060 77 rango                        usage binary-long.
001070 77 scambiato                    pic x.
001080 77 troppi                       pic x value space.
001090 77 giorno                       usage binary-long.
001100 77 lunedi                       pic 9(8).
001110 77 ultimo-lunedi                pic 9(8) value zeros.
001120 77 ultima-data                  pic x(8) value spaces.
001130 77 settimane-prima              usage binary-long.
001140 77 nome-gruppo                  pic x(32).
001150 77 media                        pic 9(9).
001160 77 media-prima                  pic 9(9).
001170 77 variazione                   pic s9(5).
001180 77 edit-conta                   pic z(6)9.
001190 77 edit-ms                      pic z(7)9.
001200 77 edit-max                     pic z(8)9.
001210 77 edit-perc                    pic -(5)9.
001220 77 passo-sort                   usage binary-long.
001230 77 chiave-lavoro                pic 9(14).
001240*
001250* by window, kind and event program (the verb for the verbs)
001260*
001270 01 tab-gruppi.
001280    05 conta-gruppi              usage binary-long value zero.
001290    05 gruppo-entry              occurs 1000 times.
001300       10 grp-finestra           pic x(16).
001310       10 grp-tipo               pic x(5).
001320       10 grp-nome               pic x(32).
001330       10 grp-conta              pic 9(7).
001340       10 grp-somma              pic 9(13).
001350       10 grp-lenti              pic 9(7).
001360       10 grp-max                pic 9(9).
001370       10 grp-p50                pic 9(9).
001380       10 grp-p90                pic 9(9).
001390       10 grp-p95                pic 9(9).
001400       10 grp-settimana          occurs 2 times.
001410          15 grs-conta           pic 9(7).
001420          15 grs-somma           pic 9(13).
001430          15 grs-lenti           pic 9(7).
001440 01 gruppo-scambio               pic x(170).
001450*
001460* every time read, group number ahead of the milliseconds, so
001470* one sort lines each group up in ascending order of time
001480*
001490 01 tab-campioni.
001500    05 conta-campioni            usage binary-long value zero.
001510    05 campione                  occurs 50000 times.
001520       10 cam-chiave             pic 9(14).
001530       10 cam-parti              redefines cam-chiave.
001540          15 cam-gruppo          pic 9(5).
001550          15 cam-ms              pic 9(9).
001560*
001570* the slowest transactions of the day, the slowest first
001580*
001590 01 tab-lenti.
001600    05 conta-lenti               usage binary-long value zero.
001610    05 lento-entry               occurs 100 times.
001620       10 len-ora                pic x(6).
001630       10 len-utente             pic x(16).
001640       10 len-finestra           pic x(16).
001650       10 len-widget             pic x(16).
001660       10 len-verbo              pic x(16).
001670       10 len-programma          pic x(32).
001680       10 len-ms                 pic 9(9).
001690       10 len-flag               pic x(4).
001700*
001710* the log record, exactly as perf-scrivi lays it down
001720*
001730 01 voce-tempi.
001740    05 voce-data                 pic x(8).
001750    05 voce-ora                  pic x(6).
001760    05 filler                    pic x.
001770    05 voce-utente               pic x(16).
001780    05 filler                    pic x.
001790    05 voce-finestra             pic x(16).
001800    05 filler                    pic x.
001810    05 voce-widget               pic x(16).
001820    05 filler                    pic x.
001830    05 voce-tipo                 pic x(5).
001840    05 filler                    pic x.
001850    05 voce-verbo                pic x(16).
001860    05 filler                    pic x.
001870    05 voce-programma            pic x(32).
001880    05 filler                    pic x.
001890    05 voce-millis               pic 9(9).
001900    05 filler                    pic x.
001910    05 voce-lento                pic x(4).
001920    05 filler                    pic x(24).

001930 procedure division.
001940 inizio.

001950     accept linea-comando from command-line.

001960     move spaces to tempi-file.
001970     move 1      to punta.
001980     unstring linea-comando delimited by all spaces
001990      into tempi-file
002000      with pointer punta
002010     end-unstring.

002020     if tempi-file(1:1) = "-"
002030      move 1 to punta
002040      move spaces to tempi-file.

002050     if tempi-file = spaces
002060      accept tempi-file from environment "GuiCOBOLperflog"
002070      end-accept.
002080     if tempi-file = spaces
002090      move "guicobol-perf.log" to tempi-file.

002100     perform until punta > 256
002110      move spaces to parola
002120      unstring linea-comando delimited by all spaces
002130       into parola
002140       with pointer punta
002150      end-unstring
002160      if parola = spaces
002170       move 999 to punta
002180      else
002190       perform una-opzione thru ex-una-opzione
002200      end-if
002210     end-perform.
002220*
002230* a first pass finds the last day of the log: the day of the
002240* slowest transactions unless one is asked, and the week the
002250* comparison is made for
002260*
002270     move 1 to passata.
002280     perform leggi-log thru ex-leggi-log.
002290     if return-code not = zero goback.

002300     if giorno-lenti = spaces
002310      move ultima-data to giorno-lenti.

002320     if ultima-data not = spaces
002330      move ultima-data to lunedi
002340      perform calcola-lunedi thru ex-calcola-lunedi
002350      move lunedi to ultimo-lunedi.

002360     move 2 to passata.
002370     perform leggi-log thru ex-leggi-log.

002380     perform ordina-campioni thru ex-ordina-campioni.
002390     perform percentili      thru ex-percentili.

002400     move spaces to rpt-file.
002410     string function trim(tempi-file) ".rpt"
002420      delimited by size into rpt-file.

002430     open output ark-rpt.

002440     if rpt-stato not = "00"
002450      display "agartempi: cannot create "
002460       function trim(rpt-file)
002470      move 1 to return-code
002480      goback
002490     end-if.

002500     accept data-stampa from date yyyymmdd.

002510     move "percentiles by screen and event" to parte.
002520     perform testata-tempi thru ex-testata-tempi.
002530     perform scrivi-gruppi thru ex-scrivi-gruppi.

002540     move spaces to parte.
002550     string "slowest transactions of "
002560            giorno-lenti(7:2) "/" giorno-lenti(5:2) "/"
002570            giorno-lenti(1:4)
002580            delimited by size into parte.
002590     perform testata-tempi thru ex-testata-tempi.
002600     perform scrivi-lenti  thru ex-scrivi-lenti.

002610     move "this week against last" to parte.
002620     perform testata-tempi    thru ex-testata-tempi.
002630     perform scrivi-settimane thru ex-scrivi-settimane.

002640     move spaces to riga-stampa.
002650     perform scrivi-riga thru ex-scrivi-riga.
002660     move spaces to riga-stampa.
002670     string conta-scritte " of " conta-lette
002680            " timing(s) reported"
002690            delimited by size into riga-stampa.
002700     perform scrivi-riga thru ex-scrivi-riga.

002710     if troppi = "S"
002720      move spaces to riga-stampa
002730      move "TABLES FULL: the figures leave out part of the log"
002740        to riga-stampa
002750      perform scrivi-riga thru ex-scrivi-riga
002760     end-if.

002770     close ark-rpt.

002780     display "Response time report written: "
002790      function trim(rpt-file).

002800     goback.

002810 una-opzione.

002820     if parola(1:1) not = "-" go to ex-una-opzione.

002830     evaluate parola(2:1)

002840      when "d"
002850       unstring parola(3:) delimited by ":"
002860        into filtro-da filtro-a
002870       end-unstring
002880       if filtro-a = spaces move filtro-da to filtro-a end-if

002890      when "u"
002900       move parola(3:16) to filtro-utente

002910      when "w"
002920       move parola(3:16) to filtro-finestra

002930      when "g"
002940       move parola(3:8)  to giorno-lenti

002950      when "n"
002960       if parola(3:) not = spaces
002970        and function test-numval(parola(3:)) = zero
002980        move function numval(parola(3:)) to quanti-lenti
002990       end-if
003000       if quanti-lenti > 100 move 100 to quanti-lenti end-if
003010       if quanti-lenti < 1   move 20  to quanti-lenti end-if

003020      when other
003030       display "agartempi: unknown option "
003040        function trim(parola)

003050     end-evaluate.

003060 ex-una-opzione.
003070     exit.

003080 leggi-log.

003090     open input ark-tempi.

003100     if tempi-stato not = "00"
003110      display "agartempi: cannot open "
003120       function trim(tempi-file)
003130      move 1 to return-code
003140      go to ex-leggi-log
003150     end-if.

003160     move space to tempi-eof.

003170     perform until tempi-eof = "S"
003180      read ark-tempi next at end
003190       move "S" to tempi-eof
003200      end-read
003210      if tempi-eof not = "S"
003220       and dati-tempi not = spaces
003230       perform una-voce thru ex-una-voce
003240      end-if
003250     end-perform.

003260     close ark-tempi.

003270 ex-leggi-log.
003280     exit.

003290 una-voce.

003300     move dati-tempi to voce-tempi.

003310     if voce-data not numeric
003320      or voce-millis not numeric
003330      go to ex-una-voce.

003340     if filtro-da not = spaces
003350      and ( voce-data < filtro-da
003360       or   voce-data > filtro-a )
003370      go to ex-una-voce.

003380     if filtro-utente not = spaces
003390      and voce-utente not = filtro-utente
003400      go to ex-una-voce.

003410     if filtro-finestra not = spaces
003420      and voce-finestra not = filtro-finestra
003430      go to ex-una-voce.

003440     if passata = 1
003450      if voce-data > ultima-data or ultima-data = spaces
003460       move voce-data to ultima-data
003470      end-if
003480      go to ex-una-voce.

003490     add 1 to conta-lette conta-scritte.

003500     perform conta-gruppo thru ex-conta-gruppo.

003510     if voce-tipo = "EVENT"
003520      and voce-data = giorno-lenti
003530      perform nota-lento thru ex-nota-lento.

003540 ex-una-voce.
003550     exit.
003560*
003570* the monday of the week of the date in lunedi: day 1 of the
003580* integer calendar, 1 january 1601, was a monday
003590*
003600 calcola-lunedi.

003610     compute giorno = function integer-of-date(lunedi).
003620     compute giorno = giorno - function mod(giorno - 1, 7).
003630     compute lunedi = function date-of-integer(giorno).

003640 ex-calcola-lunedi.
003650     exit.
003660*
003670* an event is known by its program (by the event itself when the
003680* program was not named), a verb by the verb
003690*
003700 conta-gruppo.

003710     if voce-tipo = "EVENT"
003720      if voce-programma = spaces
003730       move spaces to nome-gruppo
003740       string "(" function trim(voce-verbo) ")"
003750        delimited by size into nome-gruppo
003760      else
003770       move voce-programma to nome-gruppo
003780      end-if
003790     else
003800      move voce-verbo to nome-gruppo
003810     end-if.

003820     perform varying ind from 1 by 1
003830      until ind > conta-gruppi
003840      or ( grp-finestra(ind) = voce-finestra
003850      and  grp-tipo(ind)     = voce-tipo
003860      and  grp-nome(ind)     = nome-gruppo )
003870      continue
003880     end-perform.

003890     if ind > conta-gruppi
003900      if conta-gruppi not < 1000
003910       move "S" to troppi
003920       go to ex-conta-gruppo
003930      end-if
003940      add 1 to conta-gruppi
003950      move conta-gruppi  to ind
003960      move voce-finestra to grp-finestra(ind)
003970      move voce-tipo     to grp-tipo(ind)
003980      move nome-gruppo   to grp-nome(ind)
003990      move zeros to grp-conta(ind) grp-somma(ind) grp-lenti(ind)
004000                    grp-max(ind) grp-p50(ind) grp-p90(ind)
004010                    grp-p95(ind)
004020                    grs-conta(ind, 1) grs-somma(ind, 1)
004030                    grs-lenti(ind, 1) grs-conta(ind, 2)
004040                    grs-somma(ind, 2) grs-lenti(ind, 2)
004050     end-if.

004060     add 1           to grp-conta(ind).
004070     add voce-millis to grp-somma(ind).
004080     if voce-lento = "SLOW"
004090      add 1 to grp-lenti(ind).
004100     if voce-millis > grp-max(ind)
004110      move voce-millis to grp-max(ind).

004120     if conta-campioni < 50000
004130      add 1 to conta-campioni
004140      move ind         to cam-gruppo(conta-campioni)
004150      move voce-millis to cam-ms(conta-campioni)
004160     else
004170      move "S" to troppi
004180     end-if.
004190*
004200* slot 2 is the week of the last day of the log, slot 1 the one
004210* before it
004220*
004230     move voce-data to lunedi.
004240     perform calcola-lunedi thru ex-calcola-lunedi.

004250     compute settimane-prima =
004260      ( function integer-of-date(ultimo-lunedi)
004270      - function integer-of-date(lunedi) ) / 7.

004280     if settimane-prima = 0 or settimane-prima = 1
004290      add 1           to grs-conta(ind, 2 - settimane-prima)
004300      add voce-millis to grs-somma(ind, 2 - settimane-prima)
004310      if voce-lento = "SLOW"
004320       add 1 to grs-lenti(ind, 2 - settimane-prima)
004330      end-if
004340     end-if.

004350 ex-conta-gruppo.
004360     exit.
004370*
004380* the slowest of the day kept in order, the slowest first; a
004390* transaction quicker than the last one kept is left out when
004400* the table is full
004410*
004420 nota-lento.

004430     if conta-lenti not < quanti-lenti
004440      and voce-millis not > len-ms(conta-lenti)
004450      go to ex-nota-lento.

004460     if conta-lenti < quanti-lenti
004470      add 1 to conta-lenti.

004480     move conta-lenti to ind.
004490     perform until ind < 2
004500      or len-ms(ind - 1) not < voce-millis
004510      move lento-entry(ind - 1) to lento-entry(ind)
004520      subtract 1 from ind
004530     end-perform.

004540     move voce-ora       to len-ora(ind).
004550     move voce-utente    to len-utente(ind).
004560     move voce-finestra  to len-finestra(ind).
004570     move voce-widget    to len-widget(ind).
004580     move voce-verbo     to len-verbo(ind).
004590     move voce-programma to len-programma(ind).
004600     move voce-millis    to len-ms(ind).
004610     move voce-lento     to len-flag(ind).

004620 ex-nota-lento.
004630     exit.
004640*
004650* a plain shell sort of the times, as agarreport sorts its rows
004660*
004670 ordina-campioni.

004680     compute passo-sort = conta-campioni / 2.

004690     perform until passo-sort < 1
004700      move "S" to scambiato
004710      perform until scambiato not = "S"
004720       move space to scambiato
004730       perform varying ind from 1 by 1
004740        until ind + passo-sort > conta-campioni
004750        compute ind2 = ind + passo-sort
004760        if cam-chiave(ind) > cam-chiave(ind2)
004770         move cam-chiave(ind)  to chiave-lavoro
004780         move cam-chiave(ind2) to cam-chiave(ind)
004790         move chiave-lavoro    to cam-chiave(ind2)
004800         move "S" to scambiato
004810        end-if
004820       end-perform
004830      end-perform
004840      compute passo-sort = passo-sort / 2
004850     end-perform.

004860 ex-ordina-campioni.
004870     exit.
004880*
004890* nearest rank: the p-th percentile of n times is the time at
004900* rank p * n / 100 rounded up, in the run of the group
004910*
004920 percentili.

004930     move 1 to primo.

004940     perform until primo > conta-campioni
004950      move cam-gruppo(primo) to ind
004960      move primo to ind2
004970      perform until ind2 not < conta-campioni
004980       or cam-gruppo(ind2 + 1) not = ind
004990       add 1 to ind2
005000      end-perform
005010      compute ind2 = ind2 - primo + 1
005020      compute rango = ( ind2 * 50 + 99 ) / 100
005030      move cam-ms(primo + rango - 1) to grp-p50(ind)
005040      compute rango = ( ind2 * 90 + 99 ) / 100
005050      move cam-ms(primo + rango - 1) to grp-p90(ind)
005060      compute rango = ( ind2 * 95 + 99 ) / 100
005070      move cam-ms(primo + rango - 1) to grp-p95(ind)
005080      add ind2 to primo
005090     end-perform.

005100 ex-percentili.
005110     exit.
005120*
005130* window by window, the slowest 90th percentile first
005140*
005150 scrivi-gruppi.

005160     move "S" to scambiato.
005170     perform until scambiato not = "S"
005180      move space to scambiato
005190      perform varying ind from 1 by 1
005200       until ind not < conta-gruppi
005210       if grp-finestra(ind) > grp-finestra(ind + 1)
005220        or ( grp-finestra(ind) = grp-finestra(ind + 1)
005230        and  grp-p90(ind) < grp-p90(ind + 1) )
005240        move gruppo-entry(ind)     to gruppo-scambio
005250        move gruppo-entry(ind + 1) to gruppo-entry(ind)
005260        move gruppo-scambio        to gruppo-entry(ind + 1)
005270        move "S" to scambiato
005280       end-if
005290      end-perform
005300     end-perform.

005310     perform varying ind from 1 by 1
005320      until ind > conta-gruppi
005330      move spaces to riga-stampa
005340      if ind = 1 or grp-finestra(ind) not = grp-finestra(ind - 1)
005350       move grp-finestra(ind) to riga-stampa(1:16)
005360      end-if
005370      move grp-tipo(ind)     to riga-stampa(18:5)
005380      move grp-nome(ind)     to riga-stampa(24:32)
005390      move grp-conta(ind)    to edit-conta
005400      move edit-conta        to riga-stampa(57:7)
005410      compute media = grp-somma(ind) / grp-conta(ind)
005420      move media             to edit-ms
005430      move edit-ms           to riga-stampa(65:8)
005440      move grp-p50(ind)      to edit-ms
005450      move edit-ms           to riga-stampa(74:8)
005460      move grp-p90(ind)      to edit-ms
005470      move edit-ms           to riga-stampa(83:8)
005480      move grp-p95(ind)      to edit-ms
005490      move edit-ms           to riga-stampa(92:8)
005500      move grp-max(ind)      to edit-max
005510      move edit-max          to riga-stampa(101:9)
005520      move grp-lenti(ind)    to edit-conta
005530      move edit-conta        to riga-stampa(111:7)
005540      perform scrivi-riga thru ex-scrivi-riga
005550     end-perform.

005560     if conta-gruppi = zeros
005570      move spaces to riga-stampa
005580      move "no timing in the log" to riga-stampa(1:)
005590      perform scrivi-riga thru ex-scrivi-riga.

005600 ex-scrivi-gruppi.
005610     exit.

005620 scrivi-lenti.

005630     perform varying ind from 1 by 1
005640      until ind > conta-lenti
005650      move spaces to riga-stampa
005660      move len-ora(ind)(1:2)  to riga-stampa(1:2)
005670      move ":"                to riga-stampa(3:1)
005680      move len-ora(ind)(3:2)  to riga-stampa(4:2)
005690      move ":"                to riga-stampa(6:1)
005700      move len-ora(ind)(5:2)  to riga-stampa(7:2)
005710      move len-utente(ind)    to riga-stampa(10:16)
005720      move len-finestra(ind)  to riga-stampa(27:16)
005730      move len-widget(ind)    to riga-stampa(44:16)
005740      move len-programma(ind) to riga-stampa(61:32)
005750      move len-verbo(ind)     to riga-stampa(94:16)
005760      move len-ms(ind)        to edit-max
005770      move edit-max           to riga-stampa(111:9)
005780      move len-flag(ind)      to riga-stampa(122:4)
005790      perform scrivi-riga thru ex-scrivi-riga
005800     end-perform.

005810     if conta-lenti = zeros
005820      move spaces to riga-stampa
005830      move "no event program ran that day" to riga-stampa(1:)
005840      perform scrivi-riga thru ex-scrivi-riga.

005850 ex-scrivi-lenti.
005860     exit.
005870*
005880* the groups stay in the order of the first part
005890*
005900 scrivi-settimane.

005910     perform varying ind from 1 by 1
005920      until ind > conta-gruppi
005930      if grs-conta(ind, 2) > zeros
005940       perform riga-settimana thru ex-riga-settimana
005950      end-if
005960     end-perform.

005970 ex-scrivi-settimane.
005980     exit.

005990 riga-settimana.

006000     move spaces to riga-stampa.
006010     move grp-finestra(ind)  to riga-stampa(1:16).
006020     move grp-tipo(ind)      to riga-stampa(18:5).
006030     move grp-nome(ind)      to riga-stampa(24:32).

006040     move grs-conta(ind, 2)  to edit-conta.
006050     move edit-conta         to riga-stampa(57:7).
006060     compute media = grs-somma(ind, 2) / grs-conta(ind, 2).
006070     move media              to edit-ms.
006080     move edit-ms            to riga-stampa(65:8).
006090     move grs-lenti(ind, 2)  to edit-conta.
006100     move edit-conta         to riga-stampa(74:7).

006110     if grs-conta(ind, 1) = zeros
006120      move "NEW"             to riga-stampa(120:6)
006130      go to scrivi-settimana.

006140     move grs-conta(ind, 1)  to edit-conta.
006150     move edit-conta         to riga-stampa(82:7).
006160     compute media-prima = grs-somma(ind, 1) / grs-conta(ind, 1).
006170     move media-prima        to edit-ms.
006180     move edit-ms            to riga-stampa(90:8).
006190     move grs-lenti(ind, 1)  to edit-conta.
006200     move edit-conta         to riga-stampa(99:7).

006210     if media-prima > zeros
006220      compute variazione rounded =
006230       ( media - media-prima ) * 100 / media-prima
006240      move variazione        to edit-perc
006250      move edit-perc         to riga-stampa(107:6)
006260      move "%"               to riga-stampa(113:1)
006270     end-if.

006280     evaluate true
006290      when media * 5 > media-prima * 6
006300       move "SLOWER"         to riga-stampa(120:6)
006310      when media * 5 < media-prima * 4
006320       move "FASTER"         to riga-stampa(120:6)
006330     end-evaluate.

006340 scrivi-settimana.

006350     perform scrivi-riga thru ex-scrivi-riga.

006360 ex-riga-settimana.
006370     exit.

006380 testata-tempi.

006390     add 1 to conta-pagine.

006400     if conta-pagine > 1
006410      move spaces to rec-rpt
006420      write rec-rpt.

006430     move spaces to riga-stampa.
006440     string "GuiCOBOL  Response times "
006450            function trim(parte) "  "
006460            function trim(tempi-file)
006470            delimited by size into riga-stampa(4:)
006480     end-string.
006490     move data-stampa(7:2) to riga-stampa(100:2).
006500     move "/"              to riga-stampa(102:1).
006510     move data-stampa(5:2) to riga-stampa(103:2).
006520     move "/"              to riga-stampa(105:1).
006530     move data-stampa(1:4) to riga-stampa(106:4).
006540     move "Pag."           to riga-stampa(112:4).
006550     move conta-pagine     to riga-stampa(117:4).

006560     move riga-stampa to rec-rpt.
006570     write rec-rpt.
006580     move spaces to rec-rpt.
006590     write rec-rpt.

006600     move spaces to riga-stampa.

006610     evaluate true
006620      when parte = "percentiles by screen and event"
006630       move "WINDOW"   to riga-stampa(1:6)
006640       move "KIND"     to riga-stampa(18:4)
006650       move "EVENT PROGRAM / VERB" to riga-stampa(24:20)
006660       move "CALLS"    to riga-stampa(59:5)
006670       move "AVG MS"   to riga-stampa(67:6)
006680       move "P50"      to riga-stampa(79:3)
006690       move "P90"      to riga-stampa(88:3)
006700       move "P95"      to riga-stampa(97:3)
006710       move "MAX"      to riga-stampa(107:3)
006720       move "SLOW"     to riga-stampa(114:4)
006730      when parte(1:20) = "slowest transactions"
006740       move "TIME"     to riga-stampa(1:4)
006750       move "OPERATOR" to riga-stampa(10:8)
006760       move "WINDOW"   to riga-stampa(27:6)
006770       move "WIDGET"   to riga-stampa(44:6)
006780       move "EVENT PROGRAM" to riga-stampa(61:13)
006790       move "EVENT"    to riga-stampa(94:5)
006800       move "MS"       to riga-stampa(118:2)
006810      when other
006820       move "WINDOW"   to riga-stampa(1:6)
006830       move "KIND"     to riga-stampa(18:4)
006840       move "EVENT PROGRAM / VERB" to riga-stampa(24:20)
006850       move "CALLS"    to riga-stampa(59:5)
006860       move "AVG MS"   to riga-stampa(67:6)
006870       move "SLOW"     to riga-stampa(77:4)
006880       move "LAST WK"  to riga-stampa(82:7)
006890       move "AVG MS"   to riga-stampa(92:6)
006900       move "SLOW"     to riga-stampa(102:4)
006910       move "CHANGE"   to riga-stampa(107:6)
006920     end-evaluate.

006930     move riga-stampa to rec-rpt.
006940     write rec-rpt.
006950     move spaces to riga-stampa.
006960     move all "-" to riga-stampa(1:130).
006970     move riga-stampa to rec-rpt.
006980     write rec-rpt.
006990     move 4 to conta-righe.

007000 ex-testata-tempi.
007010     exit.

007020 scrivi-riga.

007030     if conta-righe not < 60
007040      perform testata-tempi thru ex-testata-tempi.

007050     move riga-stampa to rec-rpt.
007060     write rec-rpt.
007070     add 1 to conta-righe.

007080 ex-scrivi-riga.
007090     exit.

007100 end program agartempi.
