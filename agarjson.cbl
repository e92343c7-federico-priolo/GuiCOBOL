000010 identification division.
000020 program-id. agarjson is recursive.
000030*
000040* JSON service agar connector: a screen's rules as an API
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
000270* a screen built with the "-J" switch links against this program
000280* instead of agarcob and answers one request per run, with no
000290* display: the web shop and the courier portal call the very
000300* rules the desk screens run.  the request (GuiCOBOLjsonin,
000310* default guicobol-request.json) is one flat JSON object of
000320* widget-name / value pairs, plus
000330*     "_event"    the event program to fire, or the name or
000340*                 caption of the button that fires it
000350*     "_confirm"  the answer to ask-confirm (0 = yes, default)
000360* the get verbs hand the program the values of the request, as
000370* the desktop connector hands it what the operator keyed; at
000380* "run" the event program is called, then the answer is written
000390* (GuiCOBOLjsonout, default guicobol-response.json):
000400*     { "status": "ok" | "error",
000410*       "event": the program fired,
000420*       "values": { every widget the program set-text /
000430*                   set-value'd, with its last value },
000440*       "messages": [ { "severity": "error" | "warning" |
000450*                       "info", "text": ... } ] }
000460* set-error / set-warning / set-info and notify end up in the
000470* messages, an error message makes the status "error".  the
000480* set-validate rules of the screen are checked by "validate" as
000490* agarcob checks them (the lookup rule aside, its master files
000500* are the desk's), each failure one error message.  event
000510* programs of such a screen are built with -J too, so their
000520* verbs come back here.  the widgets are told apart by the
000530* names set-name gives them, noted in a small model of the
000540* screen as agarbatch does.
000550*---------------------------------------------------------------------

000560 environment division.
000570 input-output section.
000580 file-control.

000590     select ark-jout assign to jout-file
000600      organization is line sequential
000610      file status  is jout-stato.

000620 data division.

000630 file section.

000640 fd ark-jout.
000650 01 rec-jout.
000660    02 dati-jout                 pic x(1100).

000670 working-storage section.

000680     copy "global".

000690 77 jin-file                     pic x(200).
000700 77 jin-handle                   pic x(4).
000710 77 jin-modo                     pic x comp-x value 1.
000720 77 jin-nega                     pic x comp-x value 0.
000730 77 jin-disp                     pic x comp-x value 0.
000740 77 jin-flag                     pic x comp-x.
000750 77 jin-offset                   pic x(8) comp-x.
000760 77 jin-conta                    pic x(4) comp-x.
000770 77 jin-rc                       usage binary-long.
000780 77 jin-totale                   pic 9(18).
000790 77 jout-file                    pic x(200).
000800 77 jout-stato                   pic xx.
000810 77 js-buffer                    pic x(16000).
000820 77 js-lung                      usage binary-long.
000830 77 js-pos                       usage binary-long.
000840 77 js-car                       pic x.
000850 77 js-token                     pic x(512).
000860 77 js-tlung                     usage binary-long.
000870 77 js-chiave                    pic x(512).
000880 77 js-guasto                    pic x(80).
000890 77 js-fine                      pic x.
000900 77 js-esadec                    pic x(4).
000910 77 js-codice                    usage binary-long.
000920 77 js-cifra                     usage binary-long.
000930 77 js-hind                      usage binary-long.
000940 77 js-grezzo                    pic x(512).
000950 77 js-pulito                    pic x(1030).
000960 77 js-ppunta                    usage binary-long.
000970 77 js-gind                      usage binary-long.
000980 77 js-pind                      usage binary-long.
000990 77 js-virgola                   pic x.
001000 77 js-num-edit                  pic -(12)9.9(6).
001010 77 js-num-testo                 pic x(20).
001020 77 js-int-edit                  pic z(4)9.
001030 77 js-stato                     pic x(5) value "ok".
001040 77 js-evento                    pic x(32).
001050 77 js-programma                 pic x(32).
001060 77 js-conferma                  pic x(10).
001070 77 js-ind                       usage binary-long.
001080 77 js-qui                       usage binary-long.
001090 77 js-cerca                     pic x(32).
001100 77 js-classe-qui                pic x(12).
001110 77 js-sev                       pic x(8).
001120 77 js-regole                    pic x(100).
001130 77 js-voce                      pic x(100).
001140 77 js-regola-qui                pic x(100).
001150 77 js-arg                       pic x(100).
001160 77 js-arg2                      pic x(100).
001170 77 js-coda                      pic x(100).
001180 77 js-rpunta                    usage binary-long.
001190 77 js-vtesto                    pic x(256).
001200 77 js-vlung                     usage binary-long.
001210 77 js-vnum                      pic s9(13)v9(6).
001220 77 js-vmin                      pic s9(13)v9(6).
001230 77 js-vmax                      pic s9(13)v9(6).
001240 77 js-dim                       usage binary-long.
001250 77 js-ko                        pic x.
001260 77 js-errori                    usage binary-long.
001270 77 js-primo                     usage binary-long.
001280 77 js-finestra                  usage pointer.
001290 77 js-vind                      usage binary-long.
001300 77 js-data                      pic x(10).
001310 77 js-data-num                  pic 9(8).
001320*
001330* the screen model, one slot per widget; the address of the
001340* slot is the handle the generated source keeps
001350*
001360 01 js-area.
001370    05 js-count                  usage binary-long value zero.
001380    05 js-entry                  occurs 300 times.
001390       10 js-class               pic x(12).
001400       10 js-name                pic x(32).
001410       10 js-caption             pic x(60).
001420       10 js-proc                pic x(32).
001430       10 js-tipo                pic x.
001440          88 js-testo            value "T".
001450          88 js-numero           value "N".
001460          88 js-intero           value "I".
001470       10 js-valore              pic x(256).
001480       10 js-ordine              usage binary-long.
001490       10 js-regola              pic x(100).
001500*
001510* what the program set, in the order it first set it
001520*
001530 01 js-impostati.
001540    05 imp-count                 usage binary-long value zero.
001550    05 imp-slot                  usage binary-long
001560                                 occurs 300 times.
001570*
001580* the request: widget name / value pairs
001590*
001600 01 js-richiesta.
001610    05 rq-count                  usage binary-long value zero.
001620    05 rq-entry                  occurs 200 times.
001630       10 rq-nome                pic x(32).
001640       10 rq-valore              pic x(256).
001650*
001660* the messages for the answer
001670*
001680 01 js-messaggi.
001690    05 msg-count                 usage binary-long value zero.
001700    05 msg-entry                 occurs 50 times.
001710       10 ms-sev                 pic x(8).
001720       10 ms-testo               pic x(256).

001730 procedure division.

001740     move agar-rc-ok to agar-return-code.

001750     evaluate function lower-case(agar-function)

001760      when "initialize"
001770       move agar-true  to agar-started
001780       set  agar-main  to null
001790       perform json-leggi thru ex-json-leggi

001800      when "addform"
001810       move "form" to js-classe-qui
001820       perform json-registra thru ex-json-registra
001830       move agar-widget to agar-form
001840       if agar-main = null
001850        move agar-widget to agar-main
001860       end-if

001870      when "addbutton"
001880      when "addbuttonto"
001890      when "addtoolto"
001900       move "button" to js-classe-qui
001910       perform json-registra thru ex-json-registra
001920       if js-qui not = zero
001930        move agar-procedure to js-proc(js-qui)
001940       end-if

001950      when "addnumeric"
001960       move "numerical" to js-classe-qui
001970       perform json-registra thru ex-json-registra

001980      when "addcheck"
001990      when "addcheckto"
002000       move "check" to js-classe-qui
002010       perform json-registra thru ex-json-registra

002020      when "set-name"
002030       perform json-set-name thru ex-json-set-name

002040      when "set-caption"
002050       perform json-trova thru ex-json-trova
002060       if js-qui not = zero
002070        move agar-text(1:60) to js-caption(js-qui)
002080        inspect js-caption(js-qui) replacing all x"00" by space
002090       end-if

002100      when "set-error"
002110       move "error"   to js-sev
002120       perform json-messaggio thru ex-json-messaggio
002130      when "set-warning"
002140       move "warning" to js-sev
002150       perform json-messaggio thru ex-json-messaggio
002160      when "set-info"
002170       move "info"    to js-sev
002180       perform json-messaggio thru ex-json-messaggio
002190      when "notify"
002200       inspect agar-value replacing all x"00" by space
002210       move agar-value(1:8) to js-sev
002220       if js-sev = spaces move "info" to js-sev end-if
002230       perform json-messaggio thru ex-json-messaggio

002240      when "ask-confirm"
002250       move zero to agar-int
002260       if js-conferma not = spaces
002270        move function numval(js-conferma) to agar-int
002280       end-if

002290      when "get-text"
002300       perform json-get-text thru ex-json-get-text

002310      when "get-value"
002320       perform json-get-value thru ex-json-get-value

002330      when "set-text"
002340      when "set-value"
002350       perform json-set-value thru ex-json-set-value

002360      when "set-validate"
002370       perform json-set-validate thru ex-json-set-validate

002380      when "validate"
002390       perform json-valida thru ex-json-valida

002400      when "run"
002410       perform json-esegui thru ex-json-esegui

002420      when "get-node"
002430      when "get-caption"
002440      when "get-focused"
002450       set  agar-widget to null

002460      when "additem"
002470      when "addcolumn"
002480       continue

002490      when other
002500*
002510* any other add verb still gets its own model slot, so the
002520* handle the generated source stores can never alias the
002530* widget declared before it
002540*
002550       if function lower-case(agar-function(1:3)) = "add"
002560        move agar-function(4:12) to js-classe-qui
002570        perform json-registra thru ex-json-registra
002580       end-if

002590     end-evaluate.

002600     goback.

002610 json-registra.

002620     move zero to js-qui.

002630     if js-count not < 300
002640      set agar-widget to null
002650      go to ex-json-registra.

002660     add 1 to js-count.
002670     move js-count to js-qui.
002680     move js-classe-qui to js-class(js-qui).
002690     move spaces        to js-name(js-qui) js-proc(js-qui)
002700                           js-valore(js-qui) js-regola(js-qui).
002710     move agar-text(1:60) to js-caption(js-qui).
002720     inspect js-caption(js-qui) replacing all x"00" by space.
002730     move "T"           to js-tipo(js-qui).
002740     move zero          to js-ordine(js-qui).

002750     set agar-widget to address of js-entry(js-qui).
002760     move agar-widget to agar-object.

002770 ex-json-registra.
002780     exit.

002790*
002800* the widget a verb talks about: the handle arrives in
002810* agar-widget or agar-object, whichever the generated code set
002820*
002830 json-trova.

002840     move zero to js-qui.

002850     perform varying js-ind from 1 by 1
002860      until js-ind > js-count
002870      set agar-dummy to address of js-entry(js-ind)
002880      if agar-dummy = agar-widget
002890       or agar-dummy = agar-object
002900       move js-ind   to js-qui
002910       move js-count to js-ind
002920      end-if
002930     end-perform.

002940 ex-json-trova.
002950     exit.

002960 json-set-name.

002970     perform json-trova thru ex-json-trova.

002980     if js-qui = zero go to ex-json-set-name.

002990     move agar-text(1:32) to js-name(js-qui).
003000     inspect js-name(js-qui) replacing all x"00" by space.

003010 ex-json-set-name.
003020     exit.

003030*
003040* the value of the request for the widget, or what the program
003050* set on it meanwhile when the request says nothing
003060*
003070 json-get-text.

003080     perform json-trova thru ex-json-trova.

003090     move spaces to agar-text.

003100     if js-qui = zero go to ex-json-get-text.

003110     perform json-cerca-richiesta thru ex-json-cerca-richiesta.

003120     if js-ind > zero
003130      move rq-valore(js-ind) to agar-text
003140     else
003150      move js-valore(js-qui) to agar-text
003160     end-if.

003170 ex-json-get-text.
003180     exit.

003190 json-get-value.

003200     perform json-get-text thru ex-json-get-text.

003210     move zero to agar-number agar-int.

003220     if agar-text = spaces go to ex-json-get-value.

003230     if function test-numval(agar-text(1:40)) not = zero
003240      go to ex-json-get-value.

003250     move function numval(agar-text(1:40)) to agar-number.
003260     if agar-number > zero and agar-number < 65536
003270      move agar-number to agar-int.

003280 ex-json-get-value.
003290     exit.

003300*
003310* js-ind = the request pair of the widget in js-qui, zero if
003320* none; names are matched regardless of case
003330*
003340 json-cerca-richiesta.

003350     move function upper-case(js-name(js-qui)) to js-cerca.

003360     if js-cerca = spaces
003370      move zero to js-ind
003380      go to ex-json-cerca-richiesta.

003390     perform varying js-ind from 1 by 1
003400      until js-ind > rq-count
003410      or rq-nome(js-ind) = js-cerca
003420      continue
003430     end-perform.

003440     if js-ind > rq-count move zero to js-ind.

003450 ex-json-cerca-richiesta.
003460     exit.

003470*
003480* what the rules set: the value and its JSON kind, and the
003490* place of the widget in the answer the first time only
003500*
003510 json-set-value.

003520     perform json-trova thru ex-json-trova.

003530     if js-qui = zero go to ex-json-set-value.

003540     evaluate true
003550      when js-class(js-qui) = "numerical"
003560       or ( agar-function = "set-value"
003570        and js-class(js-qui) not = "check"
003580        and js-class(js-qui) not = "text" )
003590       move agar-number to js-num-edit
003600       move js-num-edit to js-valore(js-qui)
003610       move "N" to js-tipo(js-qui)
003620      when js-class(js-qui) = "check"
003630       move agar-int    to js-int-edit
003640       move js-int-edit to js-valore(js-qui)
003650       move "I" to js-tipo(js-qui)
003660      when other
003670       move agar-text   to js-valore(js-qui)
003680       inspect js-valore(js-qui) replacing all x"00" by space
003690       move "T" to js-tipo(js-qui)
003700     end-evaluate.

003710     if js-ordine(js-qui) = zero
003720      and imp-count < 300
003730      add 1 to imp-count
003740      move imp-count to js-ordine(js-qui)
003750      move js-qui    to imp-slot(imp-count)
003760     end-if.

003770 ex-json-set-value.
003780     exit.

003790 json-messaggio.

003800     inspect agar-text replacing all x"00" by space.

003810     if msg-count < 50
003820      add 1 to msg-count
003830      move js-sev           to ms-sev(msg-count)
003840      move agar-text(1:256) to ms-testo(msg-count)
003850     end-if.

003860     if js-sev = "error" move "error" to js-stato.

003870 ex-json-messaggio.
003880     exit.

003890*
003900* the request: the whole file into one buffer, byte for byte
003910* whatever its lines (a web client sends it on one), then the
003920* members one by one
003930*
003940 json-leggi.

003950     move "ok"   to js-stato.
003960     move spaces to js-evento js-conferma js-programma.
003970     move zero   to rq-count msg-count imp-count.

003980     accept jin-file from environment "GuiCOBOLjsonin"
003990     end-accept.
004000     if jin-file = spaces
004010      move "guicobol-request.json" to jin-file.

004020     move spaces to js-buffer.
004030     move zero   to js-lung.

004040     call "CBL_OPEN_FILE" using jin-file jin-modo jin-nega
004050      jin-disp jin-handle returning jin-rc.

004060     if jin-rc not = zero
004070      move spaces to agar-text
004080      string "request " function trim(jin-file)
004090             " cannot be read"
004100             delimited by size into agar-text
004110      move "error" to js-sev
004120      perform json-messaggio thru ex-json-messaggio
004130      go to ex-json-leggi.

004140     move zeros to jin-offset jin-conta.
004150     move 128   to jin-flag.
004160     call "CBL_READ_FILE" using jin-handle jin-offset jin-conta
004170      jin-flag js-buffer returning jin-rc.
004180     move jin-offset to jin-totale.
004190     move zeros to jin-flag.

004200     if jin-totale > length of js-buffer
004210      call "CBL_CLOSE_FILE" using jin-handle
004220      move spaces to agar-text
004230      string "request " function trim(jin-file)
004240             " is larger than the service takes"
004250             delimited by size into agar-text
004260      move "error" to js-sev
004270      perform json-messaggio thru ex-json-messaggio
004280      go to ex-json-leggi.

004290     if jin-totale > zero
004300      move zeros      to jin-offset
004310      move jin-totale to jin-conta
004320      call "CBL_READ_FILE" using jin-handle jin-offset jin-conta
004330       jin-flag js-buffer returning jin-rc
004340      if jin-rc not = zero
004350       move zero to jin-totale
004360       move spaces to js-buffer
004370      end-if
004380     end-if.

004390     call "CBL_CLOSE_FILE" using jin-handle.

004400     move jin-totale to js-lung.
004410     move 1 to js-pos.
004420     move spaces to js-guasto.

004430     perform json-spazi thru ex-json-spazi.

004440     if js-car not = "{"
004450      move "the request is not a JSON object" to js-guasto
004460      go to fine-json-leggi.

004470     add 1 to js-pos.
004480     perform json-spazi thru ex-json-spazi.

004490     if js-car = "}" go to fine-json-leggi.

004500     move space to js-fine.

004510     perform json-membro thru ex-json-membro
004520      until js-fine = "S" or js-guasto not = spaces.

004530 fine-json-leggi.

004540     if js-guasto not = spaces
004550      move spaces to agar-text
004560      string "bad request: " function trim(js-guasto)
004570             delimited by size into agar-text
004580      move "error" to js-sev
004590      perform json-messaggio thru ex-json-messaggio.

004600 ex-json-leggi.
004610     exit.

004620*
004630* one "name": value member, then the comma or the closing brace
004640*
004650 json-membro.

004660     perform json-spazi thru ex-json-spazi.
004670     perform json-stringa thru ex-json-stringa.
004680     if js-guasto not = spaces go to ex-json-membro.

004690     move js-token to js-chiave.

004700     perform json-spazi thru ex-json-spazi.
004710     if js-car not = ":"
004720      move "a colon is missing after a name" to js-guasto
004730      go to ex-json-membro.
004740     add 1 to js-pos.

004750     perform json-spazi thru ex-json-spazi.

004760     evaluate js-car
004770      when '"'
004780       perform json-stringa thru ex-json-stringa
004790      when "{"
004800      when "["
004810       move "nested objects and arrays are not taken"
004820         to js-guasto
004830      when other
004840       perform json-parola thru ex-json-parola
004850     end-evaluate.

004860     if js-guasto not = spaces go to ex-json-membro.

004870     evaluate js-chiave
004880      when "_event"
004890       move js-token to js-evento
004900      when "_confirm"
004910       move js-token to js-conferma
004920      when other
004930       if rq-count < 200
004940        add 1 to rq-count
004950        move function upper-case(js-chiave(1:32))
004960          to rq-nome(rq-count)
004970        move js-token to rq-valore(rq-count)
004980       end-if
004990     end-evaluate.

005000     perform json-spazi thru ex-json-spazi.

005010     evaluate js-car
005020      when ","
005030       add 1 to js-pos
005040      when "}"
005050       move "S" to js-fine
005060      when other
005070       move "a comma or a closing brace is missing"
005080         to js-guasto
005090     end-evaluate.

005100 ex-json-membro.
005110     exit.

005120*
005130* js-car = the next character that is not blank
005140*
005150 json-spazi.

005160     move space to js-car.

005170     perform until js-pos > js-lung
005180      move js-buffer(js-pos:1) to js-car
005190      if js-car not = space and js-car not = x"09"
005200       and js-car not = x"0D" and js-car not = x"0A"
005210       go to ex-json-spazi
005220      end-if
005230      add 1 to js-pos
005240     end-perform.

005250     move space to js-car.

005260 ex-json-spazi.
005270     exit.

005280*
005290* a quoted string into js-token, the escapes undone
005300*
005310 json-stringa.

005320     move spaces to js-token.
005330     move zero   to js-tlung.

005340     if js-pos > js-lung or js-buffer(js-pos:1) not = '"'
005350      move "a quoted name or value was expected" to js-guasto
005360      go to ex-json-stringa.

005370     add 1 to js-pos.

005380     perform until js-pos > js-lung
005390      move js-buffer(js-pos:1) to js-car
005400      add 1 to js-pos
005410      if js-car = '"'
005420       go to ex-json-stringa
005430      end-if
005440      if js-car = "\"
005450       perform json-escape thru ex-json-escape
005460      end-if
005470      if js-tlung < 512
005480       add 1 to js-tlung
005490       move js-car to js-token(js-tlung:1)
005500      end-if
005510     end-perform.

005520     move "a string is not closed" to js-guasto.

005530 ex-json-stringa.
005540     exit.

005550 json-escape.

005560     if js-pos > js-lung go to ex-json-escape.

005570     move js-buffer(js-pos:1) to js-car.
005580     add 1 to js-pos.

005590     evaluate js-car
005600      when "n"  move x"0A" to js-car
005610      when "r"  move x"0D" to js-car
005620      when "t"  move x"09" to js-car
005630      when "b"  move space to js-car
005640      when "f"  move space to js-car
005650      when "u"
005660       perform json-unicode thru ex-json-unicode
005670      when other
005680       continue
005690     end-evaluate.

005700 ex-json-escape.
005710     exit.

005720*
005730* \uXXXX: the ASCII range as itself, anything else as "?"
005740*
005750 json-unicode.

005760     move "?" to js-car.

005770     if js-pos + 3 > js-lung go to ex-json-unicode.

005780     move function upper-case(js-buffer(js-pos:4)) to js-esadec.
005790     add 4 to js-pos.

005800     move zero to js-codice.

005810     perform varying js-hind from 1 by 1 until js-hind > 4
005820      move zero to js-cifra
005830      if js-esadec(js-hind:1) >= "0"
005840       and js-esadec(js-hind:1) <= "9"
005850       compute js-cifra = function ord(js-esadec(js-hind:1))
005860                        - function ord("0")
005870      end-if
005880      if js-esadec(js-hind:1) >= "A"
005890       and js-esadec(js-hind:1) <= "F"
005900       compute js-cifra = function ord(js-esadec(js-hind:1))
005910                        - function ord("A") + 10
005920      end-if
005930      compute js-codice = js-codice * 16 + js-cifra
005940     end-perform.

005950     if js-codice > 31 and js-codice < 127
005960      move function char(js-codice + 1) to js-car.

005970 ex-json-unicode.
005980     exit.

005990*
006000* a bare value: number, true (1), false (0) or null (blank)
006010*
006020 json-parola.

006030     move spaces to js-token.
006040     move zero   to js-tlung.

006050     perform until js-pos > js-lung
006060      move js-buffer(js-pos:1) to js-car
006070      if js-car = "," or js-car = "}" or js-car = space
006080       or js-car = x"09"
006090       go to fine-json-parola
006100      end-if
006110      if js-tlung < 512
006120       add 1 to js-tlung
006130       move js-car to js-token(js-tlung:1)
006140      end-if
006150      add 1 to js-pos
006160     end-perform.

006170 fine-json-parola.

006180     evaluate js-token
006190      when "true"   move "1"    to js-token
006200      when "false"  move "0"    to js-token
006210      when "null"   move spaces to js-token
006220      when spaces
006230       move "a value is missing" to js-guasto
006240      when other
006250       if function test-numval(js-token(1:40)) not = zero
006260        move spaces to js-guasto
006270        string "not a value: " function trim(js-token(1:40))
006280               delimited by size into js-guasto
006290       end-if
006300     end-evaluate.

006310 ex-json-parola.
006320     exit.

006330*
006340* usage as in agarcob: the ";" separated rules of the widget in
006350* agar-text, checked by "validate" against the values of the
006360* request and the ones the program set
006370*
006380 json-set-validate.

006390     perform json-trova thru ex-json-trova.

006400     if js-qui = zero
006410      display "set-validate: not a data widget" upon syserr
006420      move agar-rc-error to agar-return-code
006430      go to ex-json-set-validate.

006440     move agar-text(1:100) to js-regola(js-qui).
006450     inspect js-regola(js-qui) replacing all x"00" by space.

006460 ex-json-set-validate.
006470     exit.
006480*
006490* the whole form, agarcob's rules: the failures come back in
006500* agar-int, each one in the messages of the answer (and the
006510* status becomes "error"), the first failing widget by name in
006520* agar-text and by handle in agar-widget
006530*
006540 json-valida.

006550     move zero to js-errori js-primo.
006560     move agar-widget to js-finestra.

006570     perform json-valida-widget thru ex-json-valida-widget
006580      varying js-vind from 1 by 1 until js-vind > js-count.

006590     move js-errori to agar-int.

006600     if js-errori = zero
006610      move js-finestra to agar-widget agar-object
006620      go to ex-json-valida.

006630     move agar-rc-error to agar-return-code.
006640     set agar-widget to address of js-entry(js-primo).
006650     move agar-widget to agar-object.
006660     move js-name(js-primo) to agar-text.
006670     if agar-text = spaces
006680      move js-caption(js-primo) to agar-text.

006690 ex-json-valida.
006700     exit.

006710 json-valida-widget.

006720     move js-vind to js-qui.

006730     if js-class(js-qui) = "form" or js-class(js-qui) = "button"
006740      go to ex-json-valida-widget.

006750     set agar-widget to address of js-entry(js-qui).
006760     move agar-widget to agar-object.
006770     perform json-get-text thru ex-json-get-text.
006780     move js-vind to js-qui.

006790     move agar-text to js-vtesto.
006800     inspect js-vtesto replacing all x"00" by space.
006810     move zero to js-vnum.

006820     if js-class(js-qui) = "check" or js-class(js-qui) = "radio"
006830      if js-vtesto = spaces or js-vtesto = "0"
006840       or js-vtesto = "false"
006850       move "0" to js-vtesto
006860      else
006870       move "1" to js-vtesto
006880       move 1   to js-vnum
006890      end-if
006900     end-if.

006910     if js-vtesto not = spaces
006920      and function test-numval(js-vtesto(1:40)) = zero
006930      move function numval(js-vtesto(1:40)) to js-vnum.

006940     if js-class(js-qui) = "date" and js-vtesto not = spaces
006950      perform json-data thru ex-json-data
006960      if js-ko = "S"
006970       move "DATE" to js-voce
006980       perform json-rifiuto thru ex-json-rifiuto
006990       go to ex-json-valida-widget
007000      end-if
007010     end-if.

007020     move js-regola(js-qui) to js-regole.

007030     perform until js-regole = spaces
007040      move spaces to js-voce
007050      move 1      to js-rpunta
007060      unstring js-regole delimited by ";" into js-voce
007070       with pointer js-rpunta
007080      end-unstring
007090      if js-rpunta > length of js-regole
007100       move spaces to js-regole
007110      else
007120       move js-regole(js-rpunta:) to js-coda
007130       move js-coda               to js-regole
007140      end-if
007150      if js-voce not = spaces
007160       perform json-valida-regola thru ex-json-valida-regola
007170      end-if
007180     end-perform.

007190 ex-json-valida-widget.
007200     exit.

007210 json-valida-regola.

007220     move space to js-ko.
007230     move function upper-case(js-voce) to js-regola-qui.

007240     evaluate true

007250      when js-regola-qui = "REQUIRED"
007260       if js-vtesto = spaces
007270        move "S" to js-ko
007280       end-if

007290      when js-regola-qui(1:6) = "RANGE="
007300       move spaces to js-arg js-arg2
007310       unstring js-voce(7:) delimited by ":"
007320        into js-arg js-arg2
007330       end-unstring
007340       move zero to js-vmin js-vmax
007350       if js-arg not = spaces
007360        and function test-numval(js-arg(1:40)) = zero
007370        move function numval(js-arg(1:40)) to js-vmin
007380       end-if
007390       if js-arg2 not = spaces
007400        and function test-numval(js-arg2(1:40)) = zero
007410        move function numval(js-arg2(1:40)) to js-vmax
007420       end-if
007430       if js-vnum < js-vmin or js-vnum > js-vmax
007440        move "S" to js-ko
007450       end-if

007460      when js-regola-qui(1:8) = "PICTURE="
007470       perform json-picture thru ex-json-picture

007480      when js-regola-qui(1:5) = "LIST="
007490       perform json-lista thru ex-json-lista

007500      when js-regola-qui(1:9) = "SENSITIVE"
007510       continue
007520*
007530* the master files of a lookup are the desk's, not the service's
007540*
007550      when js-regola-qui = "LOOKUP"
007560       continue

007570      when other
007580       display "validate: unknown rule "
007590        function trim(js-voce) upon syserr

007600     end-evaluate.

007610     if js-ko = "S"
007620      perform json-rifiuto thru ex-json-rifiuto.

007630 ex-json-valida-regola.
007640     exit.

007650 json-picture.

007660     move spaces to js-arg js-arg2.
007670     unstring js-regola-qui(9:) delimited by "(" or ")"
007680      into js-arg js-arg2
007690     end-unstring.

007700     move 1 to js-dim.
007710     if js-arg2 not = spaces
007720      and function test-numval(js-arg2(1:10)) = zero
007730      move function numval(js-arg2(1:10)) to js-dim.

007740     perform varying js-vlung from length of js-vtesto by -1
007750      until js-vlung = zero
007760      or js-vtesto(js-vlung:1) > space
007770      continue
007780     end-perform.

007790     if js-vlung > js-dim
007800      move "S" to js-ko
007810      go to ex-json-picture.

007820     if js-arg(1:1) = "9"
007830      perform varying js-rpunta from 1 by 1
007840       until js-rpunta > js-vlung
007850       if ( js-vtesto(js-rpunta:1) < "0"
007860        or js-vtesto(js-rpunta:1) > "9" )
007870        and js-vtesto(js-rpunta:1) not = "."
007880        and js-vtesto(js-rpunta:1) not = ","
007890        and js-vtesto(js-rpunta:1) not = "-"
007900        move "S" to js-ko
007910       end-if
007920      end-perform
007930     end-if.

007940 ex-json-picture.
007950     exit.

007960 json-lista.

007970     move function upper-case(function trim(js-vtesto))
007980       to js-arg2.
007990     move js-voce(6:) to js-arg.
008000     move "S" to js-ko.

008010     perform until js-arg = spaces or js-ko = space
008020      move spaces to js-regola-qui
008030      move 1      to js-rpunta
008040      unstring js-arg delimited by "|" into js-regola-qui
008050       with pointer js-rpunta
008060      end-unstring
008070      if js-rpunta > length of js-arg
008080       move spaces to js-arg
008090      else
008100       move js-arg(js-rpunta:) to js-coda
008110       move js-coda            to js-arg
008120      end-if
008130      if function upper-case(function trim(js-regola-qui))
008140       = js-arg2
008150       move space to js-ko
008160      end-if
008170     end-perform.

008180 ex-json-lista.
008190     exit.
008200*
008210* a date as the desk keys it (dd/mm/yyyy, dd-mm-yyyy,
008220* dd.mm.yyyy) or as a web client sends it (yyyy-mm-dd)
008230*
008240 json-data.

008250     move "S" to js-ko.
008260     move function trim(js-vtesto) to js-data.

008270     evaluate true
008280      when js-data(5:1) = "-" and js-data(8:1) = "-"
008290       move js-data(1:4) to js-data-num(1:4)
008300       move js-data(6:2) to js-data-num(5:2)
008310       move js-data(9:2) to js-data-num(7:2)
008320      when ( js-data(3:1) = "/" or "-" or "." )
008330       and js-data(6:1) = js-data(3:1)
008340       move js-data(7:4) to js-data-num(1:4)
008350       move js-data(4:2) to js-data-num(5:2)
008360       move js-data(1:2) to js-data-num(7:2)
008370      when other
008380       go to ex-json-data
008390     end-evaluate.

008400     if js-data-num not numeric
008410      go to ex-json-data.

008420     if function test-date-yyyymmdd(js-data-num) = zero
008430      move space to js-ko.

008440 ex-json-data.
008450     exit.
008460*
008470* one failure into the messages of the answer
008480*
008490 json-rifiuto.

008500     add 1 to js-errori.
008510     if js-primo = zero
008520      move js-qui to js-primo.

008530     move js-name(js-qui) to js-cerca.
008540     if js-cerca = spaces
008550      move js-caption(js-qui) to js-cerca.

008560     move spaces to agar-text.
008570     string function trim(js-cerca) ": value refused by rule "
008580            function trim(js-voce)
008590            delimited by size into agar-text.
008600     move "error" to js-sev.
008610     perform json-messaggio thru ex-json-messaggio.

008620 ex-json-rifiuto.
008630     exit.

008640*
008650* "run": the event fires, then the answer goes out
008660*
008670 json-esegui.

008680     if js-evento = spaces or js-stato = "error"
008690      go to fine-json-esegui.
008700*
008710* a button named or captioned so fires its program, any other
008720* name is taken as the program itself
008730*
008740     move js-evento to js-programma.

008750     perform varying js-ind from 1 by 1
008760      until js-ind > js-count
008770      if js-class(js-ind) = "button"
008780       and js-proc(js-ind) not = spaces
008790       and ( function upper-case(js-name(js-ind))
008800             = function upper-case(js-evento)
008810        or js-caption(js-ind) = js-evento )
008820       move js-proc(js-ind) to js-programma
008830       move js-count to js-ind
008840      end-if
008850     end-perform.

008860     call js-programma
008870      on exception
008880       move spaces to agar-text
008890       string "event program " function trim(js-programma)
008900              " not found"
008910              delimited by size into agar-text
008920       move "error" to js-sev
008930       perform json-messaggio thru ex-json-messaggio
008940     end-call.

008950 fine-json-esegui.

008960     perform json-scrivi thru ex-json-scrivi.

008970 ex-json-esegui.
008980     exit.

008990*
009000* the answer, one member per line
009010*
009020 json-scrivi.

009030     accept jout-file from environment "GuiCOBOLjsonout"
009040     end-accept.
009050     if jout-file = spaces
009060      move "guicobol-response.json" to jout-file.

009070     open output ark-jout.

009080     if jout-stato not = "00"
009090      display "agarjson: cannot create "
009100       function trim(jout-file) upon syserr
009110      move agar-rc-error to agar-return-code
009120      go to ex-json-scrivi.

009130     move "{" to dati-jout.
009140     write rec-jout.

009150     move spaces to rec-jout.
009160     string ' "status": "' function trim(js-stato) '",'
009170            delimited by size into dati-jout.
009180     write rec-jout.

009190     move js-programma to js-grezzo.
009200     perform json-pulisci thru ex-json-pulisci.
009210     move spaces to rec-jout.
009220     string ' "event": "' js-pulito(1:js-ppunta - 1) '",'
009230            delimited by size into dati-jout.
009240     write rec-jout.

009250     move ' "values": {' to dati-jout.
009260     write rec-jout.

009270     perform varying js-gind from 1 by 1
009280      until js-gind > imp-count
009290      move imp-slot(js-gind) to js-qui
009300      perform json-scrivi-valore thru ex-json-scrivi-valore
009310     end-perform.

009320     move ' },' to dati-jout.
009330     write rec-jout.

009340     move ' "messages": [' to dati-jout.
009350     write rec-jout.

009360     perform varying js-gind from 1 by 1
009370      until js-gind > msg-count
009380      move ms-testo(js-gind) to js-grezzo
009390      perform json-pulisci thru ex-json-pulisci
009400      move "," to js-virgola
009410      if js-gind = msg-count move space to js-virgola end-if
009420      move spaces to rec-jout
009430      string '  { "severity": "' function trim(ms-sev(js-gind))
009440             '", "text": "' js-pulito(1:js-ppunta - 1) '" }'
009450             js-virgola
009460             delimited by size into dati-jout
009470      write rec-jout
009480     end-perform.

009490     move ' ]' to dati-jout.
009500     write rec-jout.
009510     move "}" to dati-jout.
009520     write rec-jout.

009530     close ark-jout.

009540 ex-json-scrivi.
009550     exit.

009560 json-scrivi-valore.

009570     move "," to js-virgola.
009580     if js-gind = imp-count move space to js-virgola.

009590     move js-name(js-qui) to js-grezzo.
009600     if js-grezzo = spaces
009610      move js-caption(js-qui) to js-grezzo.
009620     perform json-pulisci thru ex-json-pulisci.

009630     move spaces to rec-jout.
009640     move 1 to js-hind.
009650     string '  "' js-pulito(1:js-ppunta - 1) '": '
009660            delimited by size into dati-jout
009670            with pointer js-hind
009680     end-string.

009690     if js-testo(js-qui)
009700      move js-valore(js-qui) to js-grezzo
009710      perform json-pulisci thru ex-json-pulisci
009720      string '"' js-pulito(1:js-ppunta - 1) '"' js-virgola
009730             delimited by size into dati-jout
009740             with pointer js-hind
009750      end-string
009760     else
009770      perform json-numero thru ex-json-numero
009780      string function trim(js-num-testo) js-virgola
009790             delimited by size into dati-jout
009800             with pointer js-hind
009810      end-string
009820     end-if.

009830     write rec-jout.

009840 ex-json-scrivi-valore.
009850     exit.

009860*
009870* an edited number without the trailing zeros of the decimals
009880*
009890 json-numero.

009900     move function trim(js-valore(js-qui)) to js-num-testo.

009910     if js-numero(js-qui)
009920      perform varying js-ind from 20 by -1
009930       until js-ind < 1
009940       or ( js-num-testo(js-ind:1) not = "0"
009950        and js-num-testo(js-ind:1) not = space )
009960       move space to js-num-testo(js-ind:1)
009970      end-perform
009980      if js-ind > zero and js-num-testo(js-ind:1) = "."
009990       move space to js-num-testo(js-ind:1)
010000      end-if
010010     end-if.

010020     if js-num-testo = spaces or js-num-testo = "-"
010030      move "0" to js-num-testo.

010040 ex-json-numero.
010050     exit.

010060*
010070* js-grezzo as JSON string content in js-pulito, its length
010080* plus one in js-ppunta
010090*
010100 json-pulisci.

010110     move spaces to js-pulito.
010120     move 1 to js-ppunta.

010130     perform varying js-ind from 512 by -1
010140      until js-ind < 1 or js-grezzo(js-ind:1) not = space
010150      continue
010160     end-perform.

010170     perform varying js-pind from 1 by 1
010180      until js-pind > js-ind
010190      evaluate js-grezzo(js-pind:1)
010200       when '"'
010210       when "\"
010220        move "\" to js-pulito(js-ppunta:1)
010230        move js-grezzo(js-pind:1) to js-pulito(js-ppunta + 1:1)
010240        add 2 to js-ppunta
010250       when x"00" thru x"1F"
010260        move space to js-pulito(js-ppunta:1)
010270        add 1 to js-ppunta
010280       when other
010290        move js-grezzo(js-pind:1) to js-pulito(js-ppunta:1)
010300        add 1 to js-ppunta
010310      end-evaluate
010320     end-perform.

010330 ex-json-pulisci.
010340     exit.

010350 end program agarjson.
