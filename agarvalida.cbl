000010 identification division.
000020 program-id. agarvalida.
000030*
000040* reporting over the validation log of the screens
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
000270* every field a "validate" turns down is logged by agarcob in the
000280* validation log (GuiCOBOLvalidlog, default guicobol-valid.log):
000290* date, time, operator, window, widget, rule and rejected value.
000300* this program reads it back for the trainers and the analysts:
000310*     agarvalida [log] [options]
000320* options, in any order after the log name:
000330*     -dYYYYMMDD:YYYYMMDD   date range
000340*     -wWINDOW              one window
000350*     -uUSER                one operator
000360* the listing has three parts:
000370*     by window, field and rule   the failures, most first, with
000380*                                 the last value turned down: the
000390*                                 rules failing all the time are
000400*                                 the ones that may be too strict
000410*     by operator and week        the failures of each operator
000420*                                 week by week (weeks start on
000430*                                 monday): new staff stand out
000440*     fields climbing             the fields whose failures in the
000450*                                 last week of the log are at least
000460*                                 three and half as many again as
000470*                                 their weekly average over the
000480*                                 four weeks before (NEW when they
000490*                                 did not fail at all before)
000500* the listing lands beside the log as <log>.rpt, 132 columns paged
000510* like every print verb spool.
000520*---------------------------------------------------------------------

000530 environment division.
000540 configuration section.

000550 input-output section.
000560 file-control.

000570     select ark-val assign to val-file
000580      organization is line sequential
000590      file status  is val-stato.

000600     select ark-rpt assign to rpt-file
000610      organization is line sequential
000620      file status  is rpt-stato.

000630 data division.

000640 file section.

000650 fd ark-val.
000660 01 rec-val.
000670    02 dati-val                  pic x(132).

000680 fd ark-rpt.
000690 01 rec-rpt.
000700    02 dati-rpt                  pic x(132).

000710 working-storage section.

000720 77 val-file                     pic x(200).
000730 77 val-stato                    pic xx.
000740 77 val-eof                      pic x.
000750 77 rpt-file                     pic x(200).
000760 77 rpt-stato                    pic xx.
000770 77 linea-comando                pic x(256).
000780 77 parola                       pic x(64).
000790 77 punta                        usage binary-long.
000800 77 filtro-da                    pic x(8) value spaces.
000810 77 filtro-a                     pic x(8) value spaces.
000820 77 filtro-utente                pic x(16) value spaces.
000830 77 filtro-finestra              pic x(16) value spaces.
000840 77 passata                      pic 9 value zero.
000850 77 conta-lette                  pic 9(7) value zeros.
000860 77 conta-scritte                pic 9(7) value zeros.
000870 77 riga-stampa                  pic x(132).
000880 77 conta-righe                  usage binary-long.
000890 77 conta-pagine                 pic 9(4) value zeros.
000900 77 data-stampa                  pic 9(8).
000910 77 parte                        pic x(40) value spaces.
000920 77 ind                          usage binary-long.
000930 77 ind2                         usage binary-long.
000940 77 scambiato                    pic x.
000950 77 troppi                       pic x value space.
000960 77 giorno                       usage binary-long.
000970 77 lunedi                       pic 9(8).
000980 77 ultimo-lunedi                pic 9(8) value zeros.
000990 77 ultima-data                  pic x(8) value spaces.
001000 77 settimane-prima              usage binary-long.
001010 77 media                        pic 9(5)v99.
001020 77 edit-conta                   pic z(6)9.
001030 77 edit-media                   pic z(4)9.99.
001040 77 conta-salite                 pic 9(5) value zeros.
001050*
001060* by window, field and rule
001070*
001080 01 tab-campi.
001090    05 conta-campi               usage binary-long value zero.
001100    05 campo-entry               occurs 1000 times.
001110       10 cmp-finestra           pic x(16).
001120       10 cmp-widget             pic x(16).
001130       10 cmp-regola             pic x(24).
001140       10 cmp-conta              pic 9(7).
001150       10 cmp-utenti             pic 9(5).
001160       10 cmp-ultimo             pic x(40).
001170 01 campo-scambio                pic x(108).
001180*
001190* by operator and week
001200*
001210 01 tab-operatori.
001220    05 conta-operatori           usage binary-long value zero.
001230    05 operatore-entry           occurs 2000 times.
001240       10 op-utente              pic x(16).
001250       10 op-lunedi              pic 9(8).
001260       10 op-conta               pic 9(7).
001270 01 operatore-scambio            pic x(31).
001280*
001290* the weekly trend of each field: the last week of the log and
001300* the four weeks before it, the newest last
001310*
001320 01 tab-trend.
001330    05 conta-trend               usage binary-long value zero.
001340    05 trend-entry               occurs 1000 times.
001350       10 tr-finestra            pic x(16).
001360       10 tr-widget              pic x(16).
001370       10 tr-sett                pic 9(5) occurs 5 times.
001380*
001390* who already failed a field and rule, to count the operators
001400*
001410 01 tab-chi.
001420    05 conta-chi                 usage binary-long value zero.
001430    05 chi-entry                 occurs 5000 times.
001440       10 chi-campo              usage binary-long.
001450       10 chi-utente             pic x(16).
001460*
001470* the log record, exactly as scrivi-valog lays it down
001480*
001490 01 voce-valida.
001500    05 voce-data                 pic x(8).
001510    05 voce-ora                  pic x(6).
001520    05 filler                    pic x.
001530    05 voce-utente               pic x(16).
001540    05 filler                    pic x.
001550    05 voce-finestra             pic x(16).
001560    05 filler                    pic x.
001570    05 voce-widget               pic x(16).
001580    05 filler                    pic x.
001590    05 voce-regola               pic x(24).
001600    05 filler                    pic x.
001610    05 voce-valore               pic x(40).
001620    05 filler                    pic x.

001630 procedure division.
001640 inizio.

001650     accept linea-comando from command-line.

001660     move spaces to val-file.
001670     move 1      to punta.
001680     unstring linea-comando delimited by all spaces
001690      into val-file
001700      with pointer punta
001710     end-unstring.

001720     if val-file(1:1) = "-"
001730      move 1 to punta
001740      move spaces to val-file.

001750     if val-file = spaces
001760      accept val-file from environment "GuiCOBOLvalidlog"
001770      end-accept.
001780     if val-file = spaces
001790      move "guicobol-valid.log" to val-file.

001800     perform until punta > 256
001810      move spaces to parola
001820      unstring linea-comando delimited by all spaces
001830       into parola
001840       with pointer punta
001850      end-unstring
001860      if parola = spaces
001870       move 999 to punta
001880      else
001890       perform una-opzione thru ex-una-opzione
001900      end-if
001910     end-perform.
001920*
001930* a first pass finds the last day of the log, the week the
001940* trend is measured against
001950*
001960     move 1 to passata.
001970     perform leggi-log thru ex-leggi-log.
001980     if return-code not = zero goback.

001990     if ultima-data not = spaces
002000      move ultima-data to lunedi
002010      perform calcola-lunedi thru ex-calcola-lunedi
002020      move lunedi to ultimo-lunedi.

002030     move 2 to passata.
002040     perform leggi-log thru ex-leggi-log.

002050     move spaces to rpt-file.
002060     string function trim(val-file) ".rpt"
002070      delimited by size into rpt-file.

002080     open output ark-rpt.

002090     if rpt-stato not = "00"
002100      display "agarvalida: cannot create "
002110       function trim(rpt-file)
002120      move 1 to return-code
002130      goback
002140     end-if.

002150     accept data-stampa from date yyyymmdd.

002160     move "by window, field and rule" to parte.
002170     perform testata-valida thru ex-testata-valida.
002180     perform scrivi-campi thru ex-scrivi-campi.

002190     move "by operator and week" to parte.
002200     perform testata-valida thru ex-testata-valida.
002210     perform scrivi-operatori thru ex-scrivi-operatori.

002220     move "fields climbing" to parte.
002230     perform testata-valida thru ex-testata-valida.
002240     perform scrivi-trend thru ex-scrivi-trend.

002250     move spaces to riga-stampa.
002260     perform scrivi-riga thru ex-scrivi-riga.
002270     move spaces to riga-stampa.
002280     string conta-scritte " of " conta-lette
002290            " validation failure(s), "
002300            conta-salite " field(s) climbing"
002310            delimited by size into riga-stampa.
002320     perform scrivi-riga thru ex-scrivi-riga.

002330     if troppi = "S"
002340      move spaces to riga-stampa
002350      move "TABLES FULL: the totals leave out part of the log"
002360        to riga-stampa
002370      perform scrivi-riga thru ex-scrivi-riga
002380     end-if.

002390     close ark-rpt.

002400     display "Validation report written: "
002410      function trim(rpt-file).

002420     goback.

002430 una-opzione.

002440     if parola(1:1) not = "-" go to ex-una-opzione.

002450     evaluate parola(2:1)

002460      when "d"
002470       unstring parola(3:) delimited by ":"
002480        into filtro-da filtro-a
002490       end-unstring
002500       if filtro-a = spaces move filtro-da to filtro-a end-if

002510      when "u"
002520       move parola(3:16) to filtro-utente

002530      when "w"
002540       move parola(3:16) to filtro-finestra

002550      when other
002560       display "agarvalida: unknown option "
002570        function trim(parola)

002580     end-evaluate.

002590 ex-una-opzione.
002600     exit.

002610 leggi-log.

002620     open input ark-val.

002630     if val-stato not = "00"
002640      display "agarvalida: cannot open "
002650       function trim(val-file)
002660      move 1 to return-code
002670      go to ex-leggi-log
002680     end-if.

002690     move space to val-eof.

002700     perform until val-eof = "S"
002710      read ark-val next at end
002720       move "S" to val-eof
002730      end-read
002740      if val-eof not = "S"
002750       and dati-val not = spaces
002760       perform una-voce thru ex-una-voce
002770      end-if
002780     end-perform.

002790     close ark-val.

002800 ex-leggi-log.
002810     exit.

002820 una-voce.

002830     move dati-val to voce-valida.

002840     if voce-data not numeric go to ex-una-voce.

002850     if filtro-da not = spaces
002860      and ( voce-data < filtro-da
002870       or   voce-data > filtro-a )
002880      go to ex-una-voce.

002890     if filtro-utente not = spaces
002900      and voce-utente not = filtro-utente
002910      go to ex-una-voce.

002920     if filtro-finestra not = spaces
002930      and voce-finestra not = filtro-finestra
002940      go to ex-una-voce.

002950     if passata = 1
002960      if voce-data > ultima-data or ultima-data = spaces
002970       move voce-data to ultima-data
002980      end-if
002990      go to ex-una-voce.

003000     add 1 to conta-lette conta-scritte.

003010     move voce-data to lunedi.
003020     perform calcola-lunedi thru ex-calcola-lunedi.

003030     perform conta-campo     thru ex-conta-campo.
003040     perform conta-operatore thru ex-conta-operatore.
003050     perform somma-trend     thru ex-somma-trend.

003060 ex-una-voce.
003070     exit.
003080*
003090* the monday of the week of the date in lunedi: day 1 of the
003100* integer calendar, 1 january 1601, was a monday
003110*
003120 calcola-lunedi.

003130     compute giorno = function integer-of-date(lunedi).
003140     compute giorno = giorno - function mod(giorno - 1, 7).
003150     compute lunedi = function date-of-integer(giorno).

003160 ex-calcola-lunedi.
003170     exit.

003180 conta-campo.

003190     perform varying ind from 1 by 1
003200      until ind > conta-campi
003210      or ( cmp-finestra(ind) = voce-finestra
003220      and  cmp-widget(ind)   = voce-widget
003230      and  cmp-regola(ind)   = voce-regola )
003240      continue
003250     end-perform.

003260     if ind > conta-campi
003270      if conta-campi not < 1000
003280       move "S" to troppi
003290       go to ex-conta-campo
003300      end-if
003310      add 1 to conta-campi
003320      move conta-campi   to ind
003330      move voce-finestra to cmp-finestra(ind)
003340      move voce-widget   to cmp-widget(ind)
003350      move voce-regola   to cmp-regola(ind)
003360      move zeros         to cmp-conta(ind) cmp-utenti(ind)
003370     end-if.

003380     add 1 to cmp-conta(ind).
003390     move voce-valore to cmp-ultimo(ind).

003400     perform varying ind2 from 1 by 1
003410      until ind2 > conta-chi
003420      or ( chi-campo(ind2)  = ind
003430      and  chi-utente(ind2) = voce-utente )
003440      continue
003450     end-perform.

003460     if ind2 > conta-chi
003470      if conta-chi not < 5000
003480       move "S" to troppi
003490       go to ex-conta-campo
003500      end-if
003510      add 1 to conta-chi
003520      move ind         to chi-campo(conta-chi)
003530      move voce-utente to chi-utente(conta-chi)
003540      add 1 to cmp-utenti(ind)
003550     end-if.

003560 ex-conta-campo.
003570     exit.

003580 conta-operatore.

003590     perform varying ind from 1 by 1
003600      until ind > conta-operatori
003610      or ( op-utente(ind) = voce-utente
003620      and  op-lunedi(ind) = lunedi )
003630      continue
003640     end-perform.

003650     if ind > conta-operatori
003660      if conta-operatori not < 2000
003670       move "S" to troppi
003680       go to ex-conta-operatore
003690      end-if
003700      add 1 to conta-operatori
003710      move conta-operatori to ind
003720      move voce-utente     to op-utente(ind)
003730      move lunedi          to op-lunedi(ind)
003740      move zeros           to op-conta(ind)
003750     end-if.

003760     add 1 to op-conta(ind).

003770 ex-conta-operatore.
003780     exit.
003790*
003800* the weeks count back from the last one of the log: slot 5 is
003810* the last week, slots 1 to 4 the four before it
003820*
003830 somma-trend.

003840     compute settimane-prima =
003850      ( function integer-of-date(ultimo-lunedi)
003860      - function integer-of-date(lunedi) ) / 7.

003870     if settimane-prima > 4 go to ex-somma-trend.

003880     perform varying ind from 1 by 1
003890      until ind > conta-trend
003900      or ( tr-finestra(ind) = voce-finestra
003910      and  tr-widget(ind)   = voce-widget )
003920      continue
003930     end-perform.

003940     if ind > conta-trend
003950      if conta-trend not < 1000
003960       move "S" to troppi
003970       go to ex-somma-trend
003980      end-if
003990      add 1 to conta-trend
004000      move conta-trend   to ind
004010      move voce-finestra to tr-finestra(ind)
004020      move voce-widget   to tr-widget(ind)
004030      move zeros to tr-sett(ind, 1) tr-sett(ind, 2)
004040                    tr-sett(ind, 3) tr-sett(ind, 4)
004050                    tr-sett(ind, 5)
004060     end-if.

004070     add 1 to tr-sett(ind, 5 - settimane-prima).

004080 ex-somma-trend.
004090     exit.
004100*
004110* the fields most failed first
004120*
004130 scrivi-campi.

004140     move "S" to scambiato.
004150     perform until scambiato not = "S"
004160      move space to scambiato
004170      perform varying ind from 1 by 1
004180       until ind not < conta-campi
004190       if cmp-conta(ind) < cmp-conta(ind + 1)
004200        move campo-entry(ind)     to campo-scambio
004210        move campo-entry(ind + 1) to campo-entry(ind)
004220        move campo-scambio        to campo-entry(ind + 1)
004230        move "S" to scambiato
004240       end-if
004250      end-perform
004260     end-perform.

004270     perform varying ind from 1 by 1
004280      until ind > conta-campi
004290      move spaces to riga-stampa
004300      move cmp-finestra(ind) to riga-stampa(1:16)
004310      move cmp-widget(ind)   to riga-stampa(18:16)
004320      move cmp-regola(ind)   to riga-stampa(35:24)
004330      move cmp-conta(ind)    to edit-conta
004340      move edit-conta        to riga-stampa(60:7)
004350      move cmp-utenti(ind)   to edit-conta
004360      move edit-conta        to riga-stampa(68:7)
004370      move cmp-ultimo(ind)   to riga-stampa(77:40)
004380      perform scrivi-riga thru ex-scrivi-riga
004390     end-perform.

004400 ex-scrivi-campi.
004410     exit.
004420*
004430* operator by operator, the weeks in order
004440*
004450 scrivi-operatori.

004460     move "S" to scambiato.
004470     perform until scambiato not = "S"
004480      move space to scambiato
004490      perform varying ind from 1 by 1
004500       until ind not < conta-operatori
004510       if op-utente(ind) > op-utente(ind + 1)
004520        or ( op-utente(ind) = op-utente(ind + 1)
004530        and  op-lunedi(ind) > op-lunedi(ind + 1) )
004540        move operatore-entry(ind)     to operatore-scambio
004550        move operatore-entry(ind + 1) to operatore-entry(ind)
004560        move operatore-scambio        to operatore-entry(ind + 1)
004570        move "S" to scambiato
004580       end-if
004590      end-perform
004600     end-perform.

004610     perform varying ind from 1 by 1
004620      until ind > conta-operatori
004630      move spaces to riga-stampa
004640      if ind = 1 or op-utente(ind) not = op-utente(ind - 1)
004650       move op-utente(ind)    to riga-stampa(1:16)
004660      end-if
004670      move op-lunedi(ind)(7:2) to riga-stampa(18:2)
004680      move "/"                 to riga-stampa(20:1)
004690      move op-lunedi(ind)(5:2) to riga-stampa(21:2)
004700      move "/"                 to riga-stampa(23:1)
004710      move op-lunedi(ind)(1:4) to riga-stampa(24:4)
004720      move op-conta(ind)       to edit-conta
004730      move edit-conta          to riga-stampa(30:7)
004740      perform scrivi-riga thru ex-scrivi-riga
004750     end-perform.

004760 ex-scrivi-operatori.
004770     exit.
004780*
004790* the last week against the average of the four before
004800*
004810 scrivi-trend.

004820     perform varying ind from 1 by 1
004830      until ind > conta-trend
004840      compute media rounded =
004850        ( tr-sett(ind, 1) + tr-sett(ind, 2)
004860        + tr-sett(ind, 3) + tr-sett(ind, 4) ) / 4
004870      if tr-sett(ind, 5) not < 3
004880       and tr-sett(ind, 5) > media * 1.5
004890       add 1 to conta-salite
004900       move spaces to riga-stampa
004910       move tr-finestra(ind) to riga-stampa(1:16)
004920       move tr-widget(ind)   to riga-stampa(18:16)
004930       move tr-sett(ind, 5)  to edit-conta
004940       move edit-conta       to riga-stampa(35:7)
004950       move media            to edit-media
004960       move edit-media       to riga-stampa(44:8)
004970       if media = zeros
004980        move "NEW"           to riga-stampa(54:8)
004990       else
005000        move "CLIMBING"      to riga-stampa(54:8)
005010       end-if
005020       perform scrivi-riga thru ex-scrivi-riga
005030      end-if
005040     end-perform.

005050     if conta-salite = zeros
005060      move spaces to riga-stampa
005070      move "no field is climbing" to riga-stampa(1:)
005080      perform scrivi-riga thru ex-scrivi-riga.

005090 ex-scrivi-trend.
005100     exit.

005110 testata-valida.

005120     add 1 to conta-pagine.

005130     if conta-pagine > 1
005140      move spaces to rec-rpt
005150      write rec-rpt.

005160     move spaces to riga-stampa.
005170     string "GuiCOBOL  Validation failures "
005180            function trim(parte) "  "
005190            function trim(val-file)
005200            delimited by size into riga-stampa(4:)
005210     end-string.
005220     move data-stampa(7:2) to riga-stampa(100:2).
005230     move "/"              to riga-stampa(102:1).
005240     move data-stampa(5:2) to riga-stampa(103:2).
005250     move "/"              to riga-stampa(105:1).
005260     move data-stampa(1:4) to riga-stampa(106:4).
005270     move "Pag."           to riga-stampa(112:4).
005280     move conta-pagine     to riga-stampa(117:4).

005290     move riga-stampa to rec-rpt.
005300     write rec-rpt.
005310     move spaces to rec-rpt.
005320     write rec-rpt.

005330     move spaces to riga-stampa.

005340     evaluate parte
005350      when "by window, field and rule"
005360       move "WINDOW"   to riga-stampa(1:6)
005370       move "WIDGET"   to riga-stampa(18:6)
005380       move "RULE"     to riga-stampa(35:4)
005390       move "FAILED"   to riga-stampa(61:6)
005400       move "OPERS"    to riga-stampa(70:5)
005410       move "LAST VALUE TURNED DOWN" to riga-stampa(77:22)
005420      when "by operator and week"
005430       move "OPERATOR" to riga-stampa(1:8)
005440       move "WEEK OF"  to riga-stampa(18:7)
005450       move "FAILED"   to riga-stampa(31:6)
005460      when other
005470       move "WINDOW"   to riga-stampa(1:6)
005480       move "WIDGET"   to riga-stampa(18:6)
005490       move "LAST WK"  to riga-stampa(35:7)
005500       move "AVG 4 WK" to riga-stampa(44:8)
005510       move "TREND"    to riga-stampa(54:5)
005520     end-evaluate.

005530     move riga-stampa to rec-rpt.
005540     write rec-rpt.
005550     move spaces to riga-stampa.
005560     move all "-" to riga-stampa(1:130).
005570     move riga-stampa to rec-rpt.
005580     write rec-rpt.
005590     move 4 to conta-righe.

005600 ex-testata-valida.
005610     exit.

005620 scrivi-riga.

005630     if conta-righe not < 60
005640      perform testata-valida thru ex-testata-valida.

005650     move riga-stampa to rec-rpt.
005660     write rec-rpt.
005670     add 1 to conta-righe.

005680 ex-scrivi-riga.
005690     exit.

005700 end program agarvalida.
