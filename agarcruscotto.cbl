000010 identification division.
000020 program-id. agarcruscotto.
000030*
000040* management dashboard for the warehouse and office screens
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
000270* the figures management asks for every morning, on one screen
000280* that keeps itself current.  run as
000290*     agarcruscotto magazzino.dsh
000300* (or with GuiCOBOLdashboard, default guicobol.dsh) where the
000310* layout holds, one per line ("#" comments):
000320*     title=Magazzino               (window caption)
000330*     columns=3                     (tiles per row, default 3)
000340*     display=tv.dsp                (display configuration when
000350*                                    GuiCOBOLdisplay is unset)
000360*     alertcolor=#c00000            (tile colour over threshold)
000370* then for every tile, up to twelve:
000380*     tile=Righe da spedire         (caption, opens the tile)
000390*     data=righe.txt                (delimited data file)
000400*     spec=righe.rpt                (agarreport control spec)
000410*     show=number                   (number, table, bar, line)
000420*     value=QTA                     (column name or number, or
000430*                                    count; default the first
000440*                                    column the spec totals)
000450*     top=5                         (rows / bars, table and bar)
000460*     refresh=30                    (seconds, default 30)
000470*     alert=>1000                   (>, <, >= or <= a value)
000480*     scale=5000                    (top of the line chart)
000490* the spec lends the delimiter, the heading record, the column
000500* names, the totals and the break: the tile shows the total of
000510* the value column, a table of the largest break groups, a bar
000520* chart of them, or the total drawn on a line chart at every
000530* refresh.  every tile reloads on a timer of its own; a total
000540* crossing its alert paints the tile and raises a toast once,
000550* the colour going back when the total comes back.  there is
000560* no sign-on: with "kiosk yes" in the display configuration the
000570* warehouse TV runs it without keyboard, and under agarwatch
000580* (GuiCOBOLheartbeat) every refresh is a heartbeat.
000590*---------------------------------------------------------------------

000600 environment division.
000610 configuration section.
000620 special-names.

000630     decimal-point is comma.

000640 input-output section.
000650 file-control.

000660     select ark-layout assign to cm-file
000670      organization is line sequential
000680      file status  is cm-stato.

000690 data division.

000700 file section.

000710 fd ark-layout.
000720 01 rec-layout.
000730    02 dati-layout               pic x(256).

000740 working-storage section.

000750     copy "global".

000760 77 cm-file                      pic x(200).
000770 77 cm-stato                     pic xx.
000780 77 cm-eof                       pic x.
000790 77 cm-chiave                    pic x(20).
000800 77 cm-valore                    pic x(230).
000810 77 cm-testo                     pic x(200).
000820 77 cm-ind                       usage binary-long.
000830 77 cm-punta                     usage binary-long.
000840 77 cm-riga-box                  usage pointer.
000850 77 cm-relay                     pic x(32).
000860 77 cm-numero                    pic 99.
000870*
000880* the layout and the state of every tile, shared with the
000890* refresh program the timer relays call
000900*
000910 01 cruscotto-banco              external.
000920    05 cb-titolo                 pic x(60).
000930    05 cb-colonne                usage binary-long.
000940    05 cb-display                pic x(200).
000950    05 cb-colore                 pic x(30).
000960    05 cb-conta                  usage binary-long.
000970    05 cb-tessera                occurs 12 times.
000980       10 ct-caption             pic x(40).
000990       10 ct-dati                pic x(200).
001000       10 ct-spec                pic x(200).
001010       10 ct-forma               pic x(6).
001020       10 ct-valore              pic x(20).
001030       10 ct-top                 usage binary-long.
001040       10 ct-ogni                usage binary-long.
001050       10 ct-scala               usage binary-long.
001060       10 ct-op                  pic x(2).
001070       10 ct-soglia              pic s9(12)v99.
001080       10 ct-totale              pic s9(12)v99.
001090       10 ct-box                 usage pointer.
001100       10 ct-corpo               usage pointer.
001110       10 ct-allarme             pic x.
001120       10 ct-guasta              pic x.
001130       10 ct-pronta              pic x.

001140 procedure division.

001150     accept cm-file from command-line
001160     end-accept.
001170     if cm-file = spaces
001180      accept cm-file from environment "GuiCOBOLdashboard"
001190      end-accept
001200     end-if.
001210     if cm-file = spaces
001220      move "guicobol.dsh" to cm-file.

001230     initialize cruscotto-banco.
001240     move 3          to cb-colonne.
001250     move "#c00000"  to cb-colore.

001260     perform leggi-layout thru ex-leggi-layout.

001270     if cb-conta = zero
001280      display "agarcruscotto: no tiles in "
001290       function trim(cm-file) upon syserr
001300      move 1 to return-code
001310      goback
001320     end-if.
001330*
001340* the display configuration of the layout, unless the station
001350* names its own: agarcob reads it on the first call
001360*
001370     if cb-display not = spaces
001380      move spaces to cm-testo
001390      accept cm-testo from environment "GuiCOBOLdisplay"
001400      end-accept
001410      if cm-testo = spaces
001420       display "GuiCOBOLdisplay" upon environment-name
001430       display cb-display upon environment-value
001440      end-if
001450     end-if.

001460     move "addform" to agar-function.
001470     call "agarcob".
001480     move agar-form to agar-object agar-widget.
001490     move cb-titolo to agar-text.
001500     if agar-text = spaces
001510      move "Cruscotto" to agar-text.
001520     move "set-caption" to agar-function.
001530     call "agarcob".

001540     perform varying cm-ind from 1 by 1
001550      until cm-ind > cb-conta
001560      perform costruisci-tessera thru ex-costruisci-tessera
001570     end-perform.

001580     move agar-form to agar-widget.
001590     move "show" to agar-function.
001600     call "agarcob".
001610*
001620* first fill, then one timer per tile on its own interval;
001630* agar-int holds no more than a minute, the relay hands back
001640* the full interval from the second round on
001650*
001660     perform varying cm-ind from 1 by 1
001670      until cm-ind > cb-conta
001680      move cm-ind to cm-numero
001690      move spaces to cm-relay
001700      string "agarcruscotto-" cm-numero
001710       delimited by size into cm-relay
001720      call cm-relay
001730      move agar-form to agar-widget agar-object
001740      if ct-ogni(cm-ind) > 60000
001750       move 60000 to agar-int
001760      else
001770       move ct-ogni(cm-ind) to agar-int
001780      end-if
001790      move cm-relay to agar-procedure
001800      move "addtimer" to agar-function
001810      call "agarcob"
001820     end-perform.

001830     move "run" to agar-function.
001840     call "agarcob".

001850     move zero to return-code.
001860     goback.

001870*
001880* the layout: global keywords first, then each tile= opens a
001890* tile the following keywords describe
001900*
001910 leggi-layout.

001920     open input ark-layout.

001930     if cm-stato not = "00"
001940      display "agarcruscotto: cannot open layout "
001950       function trim(cm-file) upon syserr
001960      move 1 to return-code
001970      goback
001980     end-if.

001990     move space to cm-eof.

002000     perform until cm-eof = "S"
002010      read ark-layout next at end
002020       move "S" to cm-eof
002030      end-read
002040      if cm-eof not = "S"
002050       and dati-layout not = spaces
002060       and dati-layout(1:1) not = "#"
002070       perform riga-layout thru ex-riga-layout
002080      end-if
002090     end-perform.

002100     close ark-layout.

002110 ex-leggi-layout.
002120     exit.

002130 riga-layout.

002140     move spaces to cm-chiave cm-valore.
002150     move zero to cm-punta.
002160     inspect dati-layout tallying cm-punta
002170      for characters before initial "=".
002180     if cm-punta > zero and cm-punta < 21
002190      move dati-layout(1:cm-punta) to cm-chiave.
002200     if cm-punta < 255
002210      move dati-layout(cm-punta + 2:) to cm-valore.
002220     move function lower-case(cm-chiave) to cm-chiave.

002230     if cm-chiave = "tile"
002240      if cb-conta not < 12
002250       display "agarcruscotto: more than 12 tiles, "
002260        function trim(cm-valore) " left out" upon syserr
002270       move 99 to cm-ind
002280       go to ex-riga-layout
002290      end-if
002300      add 1 to cb-conta
002310      move cb-conta to cm-ind
002320      move cm-valore(1:40) to ct-caption(cm-ind)
002330      move "number"        to ct-forma(cm-ind)
002340      move 30000           to ct-ogni(cm-ind)
002350      go to ex-riga-layout
002360     end-if.

002370     if cb-conta = zero
002380      evaluate cm-chiave
002390       when "title"
002400        move cm-valore(1:60) to cb-titolo
002410       when "columns"
002420        if function test-numval(cm-valore) = zero
002430         move function numval(cm-valore) to cb-colonne
002440        end-if
002450        if cb-colonne < 1 or cb-colonne > 6
002460         move 3 to cb-colonne
002470        end-if
002480       when "display"
002490        move cm-valore(1:200) to cb-display
002500       when "alertcolor"
002510        move cm-valore(1:30) to cb-colore
002520       when other
002530        display "agarcruscotto: unknown keyword "
002540         function trim(cm-chiave) upon syserr
002550      end-evaluate
002560      go to ex-riga-layout
002570     end-if.
002580*
002590* past the twelfth tile its keywords go nowhere
002600*
002610     if cm-ind > cb-conta
002620      go to ex-riga-layout.

002630     evaluate cm-chiave
002640      when "data"
002650       move cm-valore(1:200) to ct-dati(cm-ind)
002660      when "spec"
002670       move cm-valore(1:200) to ct-spec(cm-ind)
002680      when "show"
002690       move function lower-case(cm-valore(1:6))
002700         to ct-forma(cm-ind)
002710       if ct-forma(cm-ind) not = "number"
002720        and ct-forma(cm-ind) not = "table"
002730        and ct-forma(cm-ind) not = "bar"
002740        and ct-forma(cm-ind) not = "line"
002750        display "agarcruscotto: show "
002760         function trim(cm-valore) " unknown, number used"
002770         upon syserr
002780        move "number" to ct-forma(cm-ind)
002790       end-if
002800      when "value"
002810       move cm-valore(1:20) to ct-valore(cm-ind)
002820      when "top"
002830       if function test-numval(cm-valore) = zero
002840        move function numval(cm-valore) to ct-top(cm-ind)
002850       end-if
002860      when "refresh"
002870       if function test-numval(cm-valore) = zero
002880        compute ct-ogni(cm-ind) =
002890         function numval(cm-valore) * 1000
002900       end-if
002910       if ct-ogni(cm-ind) < 1000
002920        move 1000 to ct-ogni(cm-ind)
002930       end-if
002940      when "scale"
002950       if function test-numval(cm-valore) = zero
002960        move function numval(cm-valore) to ct-scala(cm-ind)
002970       end-if
002980       if ct-scala(cm-ind) > 32767
002990        move 32767 to ct-scala(cm-ind)
003000       end-if
003010      when "alert"
003020       perform riga-soglia thru ex-riga-soglia
003030      when other
003040       display "agarcruscotto: unknown keyword "
003050        function trim(cm-chiave) upon syserr
003060     end-evaluate.

003070 ex-riga-layout.
003080     exit.

003090 riga-soglia.

003100     move spaces to ct-op(cm-ind).
003110     if cm-valore(2:1) = "="
003120      move cm-valore(1:2) to ct-op(cm-ind)
003130      move cm-valore(3:)  to cm-testo
003140     else
003150      move cm-valore(1:1) to ct-op(cm-ind)
003160      move cm-valore(2:)  to cm-testo
003170     end-if.

003180     if ( ct-op(cm-ind) not = ">" and not = "<"
003190          and not = ">=" and not = "<=" )
003200      or cm-testo = spaces
003210      or function test-numval(cm-testo) not = zero
003220      display "agarcruscotto: alert "
003230       function trim(cm-valore) " not understood" upon syserr
003240      move spaces to ct-op(cm-ind)
003250      go to ex-riga-soglia
003260     end-if.

003270     compute ct-soglia(cm-ind) = function numval(cm-testo).

003280 ex-riga-soglia.
003290     exit.

003300*
003310* a tile: a titled box in the row of the moment, and the body
003320* its show= asks for
003330*
003340 costruisci-tessera.

003350     if function mod(cm-ind - 1, cb-colonne) = zero
003360      move agar-form to agar-object
003370      move "addbox" to agar-function
003380      call "agarcob"
003390      move agar-widget to cm-riga-box
003400     end-if.

003410     move cm-riga-box to agar-object.
003420     move "addframe" to agar-function.
003430     call "agarcob".
003440     move agar-widget to ct-box(cm-ind).

003450     move ct-box(cm-ind)     to agar-object agar-widget.
003460     move ct-caption(cm-ind) to agar-text.
003470     move "set-caption" to agar-function.
003480     call "agarcob".

003490     move ct-box(cm-ind) to agar-object.

003500     evaluate ct-forma(cm-ind)
003510      when "table"
003520       move spaces to agar-text
003530       move "addtable" to agar-function
003540      when "bar"
003550       move "addgraph" to agar-function
003560      when "line"
003570       move "addplotter" to agar-function
003580      when other
003590       move "-" to agar-text
003600       move "addlabel" to agar-function
003610     end-evaluate.
003620     call "agarcob".
003630     move agar-widget to ct-corpo(cm-ind).

003640     if ct-forma(cm-ind) = "number"
003650      move ct-corpo(cm-ind) to agar-widget
003660      move "fontsize" to agar-value
003670      move "32pts"    to agar-text
003680      move "set-style" to agar-function
003690      call "agarcob"
003700     end-if.

003710 ex-costruisci-tessera.
003720     exit.

003730 end program agarcruscotto.

003740 identification division.
003750 program-id. agarcruscotto-tessera.
003760*
003770* one tile brought up to date: the spec read again, the data
003780* file totalled and grouped by the break column, the body
003790* redrawn, the alert checked; the tile comes in cr-tessera and
003800* its interval goes back in cr-ogni for the timer relay
003810*
003820 environment division.
003830 configuration section.
003840 special-names.

003850     decimal-point is comma.

003860 input-output section.
003870 file-control.

003880     select optional ark-spec assign to tc-spec-file
003890      organization is line sequential
003900      file status  is tc-stato.

003910     select optional ark-dati assign to tc-dati-file
003920      organization is line sequential
003930      file status  is tc-stato.

003940     select ark-top assign to tc-top-file
003950      organization is line sequential
003960      file status  is tc-stato.

003970 data division.

003980 file section.

003990 fd ark-spec.
004000 01 rec-spec.
004010    02 dati-spec                 pic x(160).

004020 fd ark-dati.
004030 01 rec-dati.
004040    02 dati-riga                 pic x(256).

004050 fd ark-top.
004060 01 rec-top.
004070    02 dati-top                  pic x(120).

004080 working-storage section.

004090     copy "global".

004100 77 tc-spec-file                 pic x(200).
004110 77 tc-dati-file                 pic x(200).
004120 77 tc-top-file                  pic x(40).
004130 77 tc-stato                     pic xx.
004140 77 tc-eof                       pic x.
004150 77 tc-prima                     pic x.
004160 77 tc-n                         usage binary-long.
004170 77 tc-ind                       usage binary-long.
004180 77 tc-ind2                      usage binary-long.
004190 77 tc-punta                     usage binary-long.
004200 77 tc-scelto                    usage binary-long.
004210 77 tc-quanti                    usage binary-long.
004220 77 tc-numero                    pic 99.
004230 77 tc-chiave                    pic x(20).
004240 77 tc-valore                    pic x(130).
004250 77 tc-alfa                      pic x(10).
004260 77 tc-terzo                     pic x(10).
004270 77 tc-fuori                     pic x.
004280 77 tc-misura                    pic s9(12)v99.
004290 77 tc-totale                    pic s9(12)v99.
004300 77 tc-edit                      pic --.---.---.--9,99.
004310 77 tc-intero                    pic --.---.---.--9.
004320 77 tc-cifra                     pic x(20).
004330 77 tc-cifra-totale              pic x(20).
004340 77 tc-piano                     pic -(11)9,99.
004350 77 tc-piano-intero              pic -(11)9.
004360 77 tc-gruppo                    pic x(40).
004370 77 tc-testo                     pic x(512).
004380 77 tc-cuore                     pic x(200).
004390*
004400* what the spec says, as agarreport reads it
004410*
004420 77 tc-delim                     pic x.
004430 77 tc-testata                   pic x.
004440 77 tc-break                     usage binary-long.
004450 77 tc-colonna                   usage binary-long.
004460 77 tc-conta-colonne             usage binary-long.
004470 01 tc-colonne.
004480    05 tc-col                    occurs 16 times.
004490       10 tc-col-nome            pic x(20).
004500       10 tc-col-num             pic x.
004510 01 tc-campi.
004520    05 tc-campo                  pic x(60) occurs 16 times.
004530*
004540* the break groups of the data, up to 200
004550*
004560 77 tc-conta-gruppi              usage binary-long.
004570 01 tc-gruppi.
004580    05 tc-gr                     occurs 200 times.
004590       10 tc-gr-nome             pic x(40).
004600       10 tc-gr-totale           pic s9(12)v99.
004610       10 tc-gr-preso            pic x.
004620 01 tc-scelti.
004630    05 tc-sc                     usage binary-long
004640                                 occurs 12 times.

004650 01 cruscotto-banco              external.
004660    05 cb-titolo                 pic x(60).
004670    05 cb-colonne                usage binary-long.
004680    05 cb-display                pic x(200).
004690    05 cb-colore                 pic x(30).
004700    05 cb-conta                  usage binary-long.
004710    05 cb-tessera                occurs 12 times.
004720       10 ct-caption             pic x(40).
004730       10 ct-dati                pic x(200).
004740       10 ct-spec                pic x(200).
004750       10 ct-forma               pic x(6).
004760       10 ct-valore              pic x(20).
004770       10 ct-top                 usage binary-long.
004780       10 ct-ogni                usage binary-long.
004790       10 ct-scala               usage binary-long.
004800       10 ct-op                  pic x(2).
004810       10 ct-soglia              pic s9(12)v99.
004820       10 ct-totale              pic s9(12)v99.
004830       10 ct-box                 usage pointer.
004840       10 ct-corpo               usage pointer.
004850       10 ct-allarme             pic x.
004860       10 ct-guasta              pic x.
004870       10 ct-pronta              pic x.
004880 01 cruscotto-turno              external.
004890    05 cr-tessera                usage binary-long.
004900    05 cr-ogni                   usage binary-long.

004910 procedure division.

004920     move cr-tessera to tc-n.
004930     move ct-ogni(tc-n) to cr-ogni.

004940     perform leggi-spec thru ex-leggi-spec.
004950     perform scegli-colonna thru ex-scegli-colonna.
004960     perform leggi-dati thru ex-leggi-dati.

004970     if tc-stato = "XX"
004980      perform tessera-guasta thru ex-tessera-guasta
004990     else
005000      move space to ct-guasta(tc-n)
005010      move tc-totale to ct-totale(tc-n)
005020      evaluate ct-forma(tc-n)
005030       when "table"  perform mostra-tabella
005040                      thru ex-mostra-tabella
005050       when "bar"    perform mostra-barre
005060                      thru ex-mostra-barre
005070       when "line"   perform mostra-linea
005080                      thru ex-mostra-linea
005090       when other    perform mostra-numero
005100                      thru ex-mostra-numero
005110      end-evaluate
005120      perform controlla-soglia thru ex-controlla-soglia
005130     end-if.
005140*
005150* under the kiosk watchdog every refresh tells it we live
005160*
005170     move spaces to tc-cuore.
005180     accept tc-cuore from environment "GuiCOBOLheartbeat"
005190     end-accept.
005200     if tc-cuore not = spaces
005210      set agar-widget to null
005220      move "heartbeat" to agar-function
005230      call "agarcob"
005240     end-if.

005250     exit program.

005260 leggi-spec.

005270     move ";"   to tc-delim.
005280     move "0"   to tc-testata.
005290     move zero  to tc-break tc-conta-colonne.
005300     initialize tc-colonne.

005310     if ct-spec(tc-n) = spaces
005320      go to ex-leggi-spec.

005330     move ct-spec(tc-n) to tc-spec-file.
005340     open input ark-spec.
005350     if tc-stato not = "00"
005355      if tc-stato = "05" close ark-spec end-if
005360      go to ex-leggi-spec.

005370     move space to tc-eof.
005380     perform until tc-eof = "S"
005390      read ark-spec next at end
005400       move "S" to tc-eof
005410      end-read
005420      if tc-eof not = "S"
005430       and dati-spec not = spaces
005440       and dati-spec(1:1) not = "#"
005450       perform riga-spec thru ex-riga-spec
005460      end-if
005470     end-perform.

005480     close ark-spec.

005490 ex-leggi-spec.
005500     exit.
005510*
005520* title, sort, burst and route concern the printed listing
005530* only: the tile order is the one of the value, largest first
005540*
005550 riga-spec.

005560     move spaces to tc-chiave tc-valore.
005570     unstring dati-spec delimited by "="
005580      into tc-chiave tc-valore
005590     end-unstring.

005600     evaluate function lower-case(tc-chiave)
005610      when "delimiter"
005620       move tc-valore(1:1) to tc-delim
005630      when "heading"
005640       move tc-valore(1:1) to tc-testata
005650      when "break"
005660       if function test-numval(tc-valore(1:10)) = zero
005670        move function numval(tc-valore(1:10)) to tc-break
005680       end-if
005690      when "column"
005700       if tc-conta-colonne < 16
005710        add 1 to tc-conta-colonne
005720        move spaces to tc-alfa tc-terzo
005730        unstring tc-valore delimited by ","
005740         into tc-col-nome(tc-conta-colonne) tc-alfa tc-terzo
005750        end-unstring
005760        if tc-terzo(1:1) = "N" or tc-terzo(1:1) = "n"
005770         move "S" to tc-col-num(tc-conta-colonne)
005780        end-if
005790       end-if
005800     end-evaluate.

005810 ex-riga-spec.
005820     exit.

005830*
005840* the value column: a number, a spec column name, "count", or
005850* the first column the spec totals; counting when none is
005860*
005870 scegli-colonna.

005880     move zero to tc-colonna.

005890     if ct-valore(tc-n) = spaces
005900      perform varying tc-ind from 1 by 1
005910       until tc-ind > tc-conta-colonne
005920       or tc-colonna not = zero
005930       if tc-col-num(tc-ind) = "S"
005940        move tc-ind to tc-colonna
005950       end-if
005960      end-perform
005970      go to ex-scegli-colonna
005980     end-if.

005990     if function lower-case(ct-valore(tc-n)) = "count"
006000      go to ex-scegli-colonna.

006010     if function test-numval(ct-valore(tc-n)) = zero
006020      move function numval(ct-valore(tc-n)) to tc-colonna
006030      if tc-colonna < 1 or tc-colonna > 16
006040       move zero to tc-colonna
006050      end-if
006060      go to ex-scegli-colonna
006070     end-if.

006080     perform varying tc-ind from 1 by 1
006090      until tc-ind > tc-conta-colonne
006100      or tc-colonna not = zero
006110      if function upper-case(tc-col-nome(tc-ind)) =
006120         function upper-case(ct-valore(tc-n))
006130       move tc-ind to tc-colonna
006140      end-if
006150     end-perform.

006160     if tc-colonna = zero
006170      display "agarcruscotto: "
006180       function trim(ct-caption(tc-n)) ": value "
006190       function trim(ct-valore(tc-n)) " not in the spec,"
006200       " records counted" upon syserr.

006210 ex-scegli-colonna.
006220     exit.

006230 leggi-dati.

006240     move zero to tc-totale tc-conta-gruppi.

006250     if tc-break < 1 or tc-break > 16
006260      move 1 to tc-break.

006270     move ct-dati(tc-n) to tc-dati-file.
006280     open input ark-dati.
006290     if tc-stato not = "00"
006295      if tc-stato = "05" close ark-dati end-if
006300      move "XX" to tc-stato
006310      go to ex-leggi-dati.

006320     move space to tc-eof.
006330     move "P"   to tc-prima.

006340     perform until tc-eof = "S"
006350      read ark-dati next at end
006360       move "S" to tc-eof
006370      end-read
006380      if tc-eof not = "S"
006390       and dati-riga not = spaces
006400       if tc-prima = "P" and tc-testata = "1"
006410        move space to tc-prima
006420       else
006430        move space to tc-prima
006440        perform riga-dati thru ex-riga-dati
006450       end-if
006460      end-if
006470     end-perform.

006480     close ark-dati.
006490     move "00" to tc-stato.

006500 ex-leggi-dati.
006510     exit.

006520 riga-dati.

006530     initialize tc-campi.
006540     move zero to tc-ind.
006550     move 1    to tc-punta.
006560     perform until tc-ind = 16 or tc-punta > 256
006570      add 1 to tc-ind
006580      unstring dati-riga delimited by tc-delim
006590       into tc-campo(tc-ind)
006600       with pointer tc-punta
006610      end-unstring
006620     end-perform.

006630     move 1 to tc-misura.
006640     if tc-colonna not = zero
006650      move zero to tc-misura
006660      if tc-campo(tc-colonna) not = spaces
006670       and function test-numval(tc-campo(tc-colonna)) = zero
006680       compute tc-misura =
006690        function numval(tc-campo(tc-colonna))
006700      end-if
006710     end-if.

006720     add tc-misura to tc-totale.

006730     if ct-forma(tc-n) not = "table"
006740      and ct-forma(tc-n) not = "bar"
006750      go to ex-riga-dati.

006760     move function trim(tc-campo(tc-break)) to tc-gruppo.
006770     inspect tc-gruppo replacing all ";" by ","
006780                                 all "=" by "-".

006790     perform varying tc-ind from 1 by 1
006800      until tc-ind > tc-conta-gruppi
006810      or tc-gr-nome(tc-ind) = tc-gruppo
006820      continue
006830     end-perform.

006840     if tc-ind > tc-conta-gruppi
006850      if tc-conta-gruppi not < 200
006860       go to ex-riga-dati
006870      end-if
006880      add 1 to tc-conta-gruppi
006890      move tc-conta-gruppi to tc-ind
006900      move tc-gruppo to tc-gr-nome(tc-ind)
006910      move zero      to tc-gr-totale(tc-ind)
006920     end-if.

006930     add tc-misura to tc-gr-totale(tc-ind).

006940 ex-riga-dati.
006950     exit.

006960*
006970* the largest top= groups, largest first, in tc-sc
006980*
006990 scegli-gruppi.

007000     if ct-top(tc-n) < 1
007010      if ct-forma(tc-n) = "bar"
007020       move 8 to tc-quanti
007030      else
007040       move 5 to tc-quanti
007050      end-if
007060     else
007070      move ct-top(tc-n) to tc-quanti
007080     end-if.
007090     if tc-quanti > 12 move 12 to tc-quanti.
007100     if tc-quanti > tc-conta-gruppi
007110      move tc-conta-gruppi to tc-quanti.

007120     perform varying tc-ind from 1 by 1
007130      until tc-ind > tc-conta-gruppi
007140      move space to tc-gr-preso(tc-ind)
007150     end-perform.

007160     perform varying tc-ind2 from 1 by 1
007170      until tc-ind2 > tc-quanti
007180      move zero to tc-scelto
007190      perform varying tc-ind from 1 by 1
007200       until tc-ind > tc-conta-gruppi
007210       if tc-gr-preso(tc-ind) not = "S"
007220        if tc-scelto = zero
007230         or tc-gr-totale(tc-ind) > tc-gr-totale(tc-scelto)
007240         move tc-ind to tc-scelto
007250        end-if
007260       end-if
007270      end-perform
007280      move "S" to tc-gr-preso(tc-scelto)
007290      move tc-scelto to tc-sc(tc-ind2)
007300     end-perform.

007310 ex-scegli-gruppi.
007320     exit.

007330*
007340* a figure edited for the screen, in tc-cifra
007350*
007360 edita-cifra.

007370     if tc-misura = function integer-part(tc-misura)
007380      move tc-misura to tc-intero
007390      move function trim(tc-intero) to tc-cifra
007400     else
007410      move tc-misura to tc-edit
007420      move function trim(tc-edit) to tc-cifra
007430     end-if.

007440 ex-edita-cifra.
007450     exit.

007460 mostra-numero.

007470     move tc-totale to tc-misura.
007480     perform edita-cifra thru ex-edita-cifra.

007490     move ct-corpo(tc-n) to agar-object agar-widget.
007500     move tc-cifra to agar-text.
007510     move "set-caption" to agar-function.
007520     call "agarcob".

007530 ex-mostra-numero.
007540     exit.

007550*
007560* the table goes through a work file of "group;value" lines,
007570* the very exchange loadtable reads
007580*
007590 mostra-tabella.

007600     if ct-pronta(tc-n) not = "S"
007610      move "S" to ct-pronta(tc-n)
007620      move ct-corpo(tc-n) to agar-widget
007630      move tc-col-nome(tc-break) to agar-text
007640      if agar-text = spaces
007650       move "Voce" to agar-text
007660      end-if
007670      move "addcolumn" to agar-function
007680      call "agarcob"
007690      move ct-corpo(tc-n) to agar-widget
007700      if tc-colonna = zero
007710       move "Numero" to agar-text
007720      else
007730       move tc-col-nome(tc-colonna) to agar-text
007740       if agar-text = spaces
007750        move "Valore" to agar-text
007760       end-if
007770      end-if
007780      move "addcolumn" to agar-function
007790      call "agarcob"
007800     end-if.

007810     perform scegli-gruppi thru ex-scegli-gruppi.

007820     move tc-n to tc-numero.
007830     move spaces to tc-top-file.
007840     string "guicobol-dsh-" tc-numero ".tmp"
007850      delimited by size into tc-top-file.

007860     open output ark-top.
007870     if tc-stato not = "00"
007880      display "agarcruscotto: cannot create "
007890       function trim(tc-top-file) upon syserr
007900      go to ex-mostra-tabella
007910     end-if.

007920     perform varying tc-ind2 from 1 by 1
007930      until tc-ind2 > tc-quanti
007940      move tc-gr-totale(tc-sc(tc-ind2)) to tc-misura
007950      perform edita-cifra thru ex-edita-cifra
007960      move spaces to rec-top
007970      string function trim(tc-gr-nome(tc-sc(tc-ind2)))
007980             ";" function trim(tc-cifra)
007990             delimited by size into dati-top
008000      write rec-top
008010     end-perform.

008020     close ark-top.

008030     move ct-corpo(tc-n) to agar-widget agar-object.
008040     move tc-top-file to agar-text.
008050     move spaces to agar-value.
008060     move zero to agar-int.
008070     move "loadtable" to agar-function.
008080     call "agarcob".

008090 ex-mostra-tabella.
008100     exit.

008110*
008120* the bars as chart-bars takes them, "group=value;...", the
008130* values without thousands points
008140*
008150 mostra-barre.

008160     perform scegli-gruppi thru ex-scegli-gruppi.

008170     move spaces to tc-testo.
008180     move 1      to tc-punta.
008190     perform varying tc-ind2 from 1 by 1
008200      until tc-ind2 > tc-quanti
008210      move tc-gr-totale(tc-sc(tc-ind2)) to tc-misura
008220      if tc-misura = function integer-part(tc-misura)
008230       move tc-misura to tc-piano-intero
008240       move function trim(tc-piano-intero) to tc-cifra
008250      else
008260       move tc-misura to tc-piano
008270       move function trim(tc-piano) to tc-cifra
008280      end-if
008290      if tc-ind2 > 1
008300       string ";" delimited by size
008310        into tc-testo with pointer tc-punta
008320      end-if
008330      string function trim(tc-gr-nome(tc-sc(tc-ind2)))
008340             "=" function trim(tc-cifra)
008350             delimited by size
008360             into tc-testo with pointer tc-punta
008370     end-perform.

008380     move ct-corpo(tc-n) to agar-widget agar-object.
008390     move tc-testo to agar-text.
008400     move "chart-bars" to agar-function.
008410     call "agarcob".

008420 ex-mostra-barre.
008430     exit.

008440 mostra-linea.

008450     move ct-corpo(tc-n)    to agar-widget agar-object.
008460     move tc-totale         to agar-number.
008470     move ct-scala(tc-n)    to agar-int.
008480     move ct-caption(tc-n)  to agar-text.
008490     move "chart-point" to agar-function.
008500     call "agarcob".

008510 ex-mostra-linea.
008520     exit.

008530*
008540* the alert: crossing paints the tile and raises one toast,
008550* coming back gives the tile its colour back
008560*
008570 controlla-soglia.

008580     if ct-op(tc-n) = spaces
008590      go to ex-controlla-soglia.

008600     move space to tc-fuori.
008610     evaluate ct-op(tc-n)
008620      when ">"
008630       if tc-totale > ct-soglia(tc-n) move "S" to tc-fuori
008640      when "<"
008650       if tc-totale < ct-soglia(tc-n) move "S" to tc-fuori
008660      when ">="
008670       if tc-totale not < ct-soglia(tc-n) move "S" to tc-fuori
008680      when "<="
008690       if tc-totale not > ct-soglia(tc-n) move "S" to tc-fuori
008700     end-evaluate.

008710     if tc-fuori = "S"
008720      if ct-allarme(tc-n) not = "S"
008730       move "S" to ct-allarme(tc-n)
008740       move ct-box(tc-n) to agar-widget agar-object
008750       move "backcolor" to agar-value
008760       move cb-colore   to agar-text
008770       move "set-style" to agar-function
008780       call "agarcob"
008790       move tc-totale to tc-misura
008800       perform edita-cifra thru ex-edita-cifra
008810       move tc-cifra to tc-cifra-totale
008820       move ct-soglia(tc-n) to tc-misura
008830       perform edita-cifra thru ex-edita-cifra
008840       move spaces to agar-text
008850       string function trim(ct-caption(tc-n)) ": "
008860              function trim(tc-cifra-totale) " fuori soglia ("
008870              function trim(ct-op(tc-n))
008880              function trim(tc-cifra) ")"
008890              delimited by size into agar-text
008900       move "warning" to agar-value
008910       move "notify" to agar-function
008920       call "agarcob"
008930      end-if
008940     else
008950      if ct-allarme(tc-n) = "S"
008960       move space to ct-allarme(tc-n)
008970       move ct-box(tc-n) to agar-widget agar-object
008980       move "backcolor" to agar-value
008990       move spaces      to agar-text
009000       move "set-style" to agar-function
009010       call "agarcob"
009020      end-if
009030     end-if.

009040 ex-controlla-soglia.
009050     exit.

009060*
009070* data file missing or unreadable: the tile says so, one toast
009080* until it reads again
009090*
009100 tessera-guasta.

009110     if ct-forma(tc-n) = "number"
009120      move ct-corpo(tc-n) to agar-object agar-widget
009130      move "n/d" to agar-text
009140      move "set-caption" to agar-function
009150      call "agarcob"
009160     end-if.

009170     if ct-guasta(tc-n) = "S"
009180      go to ex-tessera-guasta.

009190     move "S" to ct-guasta(tc-n).
009200     display "agarcruscotto: cannot open data "
009210      function trim(ct-dati(tc-n)) upon syserr.
009220     move spaces to agar-text.
009230     string function trim(ct-caption(tc-n))
009240            ": dati non disponibili ("
009250            function trim(ct-dati(tc-n)) ")"
009260            delimited by size into agar-text.
009270     move "error" to agar-value.
009280     move "notify" to agar-function.
009290     call "agarcob".

009300 ex-tessera-guasta.
009310     exit.

009320 end program agarcruscotto-tessera.

009330*
009340* the timer relays, one per tile: each only says which tile is
009350* due and hands its interval back to the timer
009360*

009370 identification division.
009380 program-id. agarcruscotto-01.

009390 data division.

009400 working-storage section.

009410 01 cruscotto-turno              external.
009420    05 cr-tessera                usage binary-long.
009430    05 cr-ogni                   usage binary-long.

009440 procedure division.

009450     move 1 to cr-tessera.
009460     call "agarcruscotto-tessera".
009470     move cr-ogni to return-code.

009480     exit program.

009490 end program agarcruscotto-01.

009500 identification division.
009510 program-id. agarcruscotto-02.

009520 data division.

009530 working-storage section.

009540 01 cruscotto-turno              external.
009550    05 cr-tessera                usage binary-long.
009560    05 cr-ogni                   usage binary-long.

009570 procedure division.

009580     move 2 to cr-tessera.
009590     call "agarcruscotto-tessera".
009600     move cr-ogni to return-code.

009610     exit program.

009620 end program agarcruscotto-02.

009630 identification division.
009640 program-id. agarcruscotto-03.

009650 data division.

009660 working-storage section.

009670 01 cruscotto-turno              external.
009680    05 cr-tessera                usage binary-long.
009690    05 cr-ogni                   usage binary-long.

009700 procedure division.

009710     move 3 to cr-tessera.
009720     call "agarcruscotto-tessera".
009730     move cr-ogni to return-code.

009740     exit program.

009750 end program agarcruscotto-03.

009760 identification division.
009770 program-id. agarcruscotto-04.

009780 data division.

009790 working-storage section.

009800 01 cruscotto-turno              external.
009810    05 cr-tessera                usage binary-long.
009820    05 cr-ogni                   usage binary-long.

009830 procedure division.

009840     move 4 to cr-tessera.
009850     call "agarcruscotto-tessera".
009860     move cr-ogni to return-code.

009870     exit program.

009880 end program agarcruscotto-04.

009890 identification division.
009900 program-id. agarcruscotto-05.

009910 data division.

009920 working-storage section.

009930 01 cruscotto-turno              external.
009940    05 cr-tessera                usage binary-long.
009950    05 cr-ogni                   usage binary-long.

009960 procedure division.

009970     move 5 to cr-tessera.
009980     call "agarcruscotto-tessera".
009990     move cr-ogni to return-code.

010000     exit program.

010010 end program agarcruscotto-05.

010020 identification division.
010030 program-id. agarcruscotto-06.

010040 data division.

010050 working-storage section.

010060 01 cruscotto-turno              external.
010070    05 cr-tessera                usage binary-long.
010080    05 cr-ogni                   usage binary-long.

010090 procedure division.

010100     move 6 to cr-tessera.
010110     call "agarcruscotto-tessera".
010120     move cr-ogni to return-code.

010130     exit program.

010140 end program agarcruscotto-06.

010150 identification division.
010160 program-id. agarcruscotto-07.

010170 data division.

010180 working-storage section.

010190 01 cruscotto-turno              external.
010200    05 cr-tessera                usage binary-long.
010210    05 cr-ogni                   usage binary-long.

010220 procedure division.

010230     move 7 to cr-tessera.
010240     call "agarcruscotto-tessera".
010250     move cr-ogni to return-code.

010260     exit program.

010270 end program agarcruscotto-07.

010280 identification division.
010290 program-id. agarcruscotto-08.

010300 data division.

010310 working-storage section.

010320 01 cruscotto-turno              external.
010330    05 cr-tessera                usage binary-long.
010340    05 cr-ogni                   usage binary-long.

010350 procedure division.

010360     move 8 to cr-tessera.
010370     call "agarcruscotto-tessera".
010380     move cr-ogni to return-code.

010390     exit program.

010400 end program agarcruscotto-08.

010410 identification division.
010420 program-id. agarcruscotto-09.

010430 data division.

010440 working-storage section.

010450 01 cruscotto-turno              external.
010460    05 cr-tessera                usage binary-long.
010470    05 cr-ogni                   usage binary-long.

010480 procedure division.

010490     move 9 to cr-tessera.
010500     call "agarcruscotto-tessera".
010510     move cr-ogni to return-code.

010520     exit program.

010530 end program agarcruscotto-09.

010540 identification division.
010550 program-id. agarcruscotto-10.

010560 data division.

010570 working-storage section.

010580 01 cruscotto-turno              external.
010590    05 cr-tessera                usage binary-long.
010600    05 cr-ogni                   usage binary-long.

010610 procedure division.

010620     move 10 to cr-tessera.
010630     call "agarcruscotto-tessera".
010640     move cr-ogni to return-code.

010650     exit program.

010660 end program agarcruscotto-10.

010670 identification division.
010680 program-id. agarcruscotto-11.

010690 data division.

010700 working-storage section.

010710 01 cruscotto-turno              external.
010720    05 cr-tessera                usage binary-long.
010730    05 cr-ogni                   usage binary-long.

010740 procedure division.

010750     move 11 to cr-tessera.
010760     call "agarcruscotto-tessera".
010770     move cr-ogni to return-code.

010780     exit program.

010790 end program agarcruscotto-11.

010800 identification division.
010810 program-id. agarcruscotto-12.

010820 data division.

010830 working-storage section.

010840 01 cruscotto-turno              external.
010850    05 cr-tessera                usage binary-long.
010860    05 cr-ogni                   usage binary-long.

010870 procedure division.

010880     move 12 to cr-tessera.
010890     call "agarcruscotto-tessera".
010900     move cr-ogni to return-code.

010910     exit program.

010920 end program agarcruscotto-12.
