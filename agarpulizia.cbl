000010 identification division.
000020 program-id. agarpulizia.
000030*
000040* nightly housekeeping of spool, drafts, logs and captures
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
000270* nothing the runtime leaves behind was ever removed: the .prt
000280* listings and spool.lst, the .drf drafts and heartbeat dumps,
000290* guicobol-err.log, agarwatch.log, guicobol-batch.log and the
000300* capture scripts.  run nightly as
000310*     agarpulizia [control-file]
000320* (default GuiCOBOLhousekeep, then housekeep.cfg), one rule per
000330* line:
000340*     directory;pattern;keep-days;A|D|R|P
000350* e.g.  spool;*.prt;30;A   or   $HOME;.guicobol-*.drf;15;D
000360* every plain file of the directory matching the pattern and not
000370* touched for more than keep-days days is moved (A) into the
000380* dated archive GuiCOBOLarchive/yyyymmdd (default archive) or
000390* deleted (D).  the archive keeps the directory of the item
000400* under the dated folder (archive/yyyymmdd/spool/x.prt), and an
000410* item already there is reported failed, never overwritten.
000420* the append-only logs are written every day and never age:
000430* R rotates them, each non-empty log is renamed <name>.yyyymmdd
000440* and the renamed copies older than keep-days are deleted
000450*     .;guicobol-err.log;30;R     spool;spool.lst;30;R
000460* P purges the sub-directories of the directory matching the
000470* pattern and older than keep-days, the dated archive above all
000480*     archive;20*;90;P
000490* every item removed lands in the listing
000500* <control-file>.rpt, 132 columns paged like the other reports.
000510* a checkpoint (<control-file>.chk) notes the last rule done and
000520* the archive date of the run: a job that died halfway is simply
000530* started again, skips the rules already done, keeps archiving
000540* into the same dated directory and appends to the listing; the
000550* items of the broken rule that were already moved are no longer
000560* there to be found twice.
000570*---------------------------------------------------------------------

000580 environment division.
000590 configuration section.
000600 special-names.

000610     decimal-point is comma.

000620 input-output section.
000630 file-control.

000640     select ark-ctl assign to ctl-file
000650      organization is line sequential
000660      file status  is ctl-stato.

000670     select optional ark-chk assign to chk-file
000680      organization is line sequential
000690      file status  is chk-stato.

000700     select optional ark-lista assign to lista-file
000710      organization is line sequential
000720      file status  is lista-stato.

000730     select optional ark-rpt assign to rpt-file
000740      organization is line sequential
000750      file status  is rpt-stato.

000760 data division.

000770 file section.

000780 fd ark-ctl.
000790 01 rec-ctl.
000800    02 dati-ctl                  pic x(256).

000810 fd ark-chk.
000820 01 rec-chk.
000830    02 dati-chk                  pic x(40).

000840 fd ark-lista.
000850 01 rec-lista.
000860    02 dati-lista                pic x(256).

000870 fd ark-rpt.
000880 01 rec-rpt.
000890    02 dati-rpt                  pic x(132).

000900 working-storage section.

000910 77 ctl-file                     pic x(200).
000920 77 ctl-stato                    pic xx.
000930 77 ctl-eof                      pic x.
000940 77 chk-file                     pic x(200).
000950 77 chk-stato                    pic xx.
000960 77 lista-file                   pic x(200).
000970 77 lista-stato                  pic xx.
000980 77 lista-eof                    pic x.
000990 77 rpt-file                     pic x(200).
001000 77 rpt-stato                    pic xx.
001010 77 archivio                     pic x(120).
001020 77 archivio-oggi                pic x(140).
001030 77 destinazione                 pic x(256).
001040 77 fase                         pic x.
001050 77 suffisso-data                pic x(41) value
001060     ".[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9]".
001070 77 comando                      pic x(2200).
001080 77 quota-in                     pic x(256).
001090 77 quota-out                    pic x(1030).
001100 77 quota-i                      usage binary-long.
001110 77 quota-j                      usage binary-long.
001120 77 quota-lung                   usage binary-long.
001130 77 sorgente-q                   pic x(1030).
001140 77 destinazione-q               pic x(1030).
001150 77 rc                           usage binary-long.
001160 77 data-stampa                  pic 9(8).
001170 77 data-lavoro                  pic x(8).
001180 77 ora-stampa                   pic 9(8).
001190 77 riga-stampa                  pic x(132).
001200 77 conta-righe                  usage binary-long.
001210 77 conta-pagine                 pic 9(4) value zeros.
001220 77 conta-regole                 pic 9(5) value zeros.
001230 77 regola-fatta                 pic 9(5) value zeros.
001240 77 ripresa                      pic x value space.
001250 77 conta-archiviati             pic 9(7) value zeros.
001260 77 conta-cancellati             pic 9(7) value zeros.
001270 77 conta-falliti                pic 9(7) value zeros.
001280 77 conta-ruotati                pic 9(7) value zeros.
001290 77 conta-regola                 pic 9(7) value zeros.
001300 77 giorni-edit                  pic z(4)9.
001310*
001320* one rule of the control file
001330*
001340 01 regola.
001350    05 reg-cartella              pic x(120).
001360    05 reg-modello               pic x(64).
001370    05 reg-giorni-testo          pic x(8).
001380    05 reg-giorni                pic 9(5).
001390    05 reg-azione                pic x.
001400*
001410* the checkpoint: last rule completed and archive date in use
001420*
001430 01 punto-ripresa.
001440    05 pr-regola                 pic 9(5).
001450    05 filler                    pic x.
001460    05 pr-data                   pic x(8).
001470    05 filler                    pic x(26).

001480 procedure division.
001490 inizio.

001500     accept ctl-file from command-line.

001510     if ctl-file = spaces
001520      accept ctl-file from environment "GuiCOBOLhousekeep"
001530      end-accept
001540     end-if.

001550     if ctl-file = spaces
001560      move "housekeep.cfg" to ctl-file.

001570     accept archivio from environment "GuiCOBOLarchive"
001580     end-accept.
001590     if archivio = spaces
001600      move "archive" to archivio.

001610     open input ark-ctl.

001620     if ctl-stato not = "00"
001630      display "agarpulizia: cannot open "
001640       function trim(ctl-file)
001650      move 1 to return-code
001660      goback
001670     end-if.

001680     move spaces to chk-file lista-file rpt-file.
001690     string function trim(ctl-file) ".chk"
001700      delimited by size into chk-file.
001710     string function trim(ctl-file) ".lst"
001720      delimited by size into lista-file.
001730     string function trim(ctl-file) ".rpt"
001740      delimited by size into rpt-file.

001750     accept data-stampa from date yyyymmdd.
001760     move data-stampa to data-lavoro.

001770     perform leggi-ripresa thru ex-leggi-ripresa.

001780     if ripresa = "S"
001790      open extend ark-rpt
001800     else
001810      open output ark-rpt
001820     end-if.

001830     if rpt-stato not = "00" and rpt-stato not = "05"
001840      display "agarpulizia: cannot create "
001850       function trim(rpt-file)
001860      close ark-ctl
001870      move 1 to return-code
001880      goback
001890     end-if.

001900     move spaces to archivio-oggi.
001910     string function trim(archivio) "/" data-lavoro
001920      delimited by size into archivio-oggi.

001930     perform testata-pulizia thru ex-testata-pulizia.

001940     if ripresa = "S"
001950      move spaces to riga-stampa
001960      string "RESTART after rule " regola-fatta
001970             ", archive date " data-lavoro
001980             delimited by size into riga-stampa
001990      end-string
002000      perform scrivi-riga thru ex-scrivi-riga
002010     end-if.

002020     move space to ctl-eof.

002030     perform until ctl-eof = "S"
002040      read ark-ctl next at end
002050       move "S" to ctl-eof
002060      end-read
002070      if ctl-eof not = "S"
002080       and dati-ctl not = spaces
002090       and dati-ctl(1:1) not = "#"
002100       add 1 to conta-regole
002110       if conta-regole > regola-fatta
002120        perform una-regola thru ex-una-regola
002130       end-if
002140      end-if
002150     end-perform.

002160     close ark-ctl.

002170     move spaces to riga-stampa.
002180     perform scrivi-riga thru ex-scrivi-riga.
002190     move spaces to riga-stampa.
002200     string conta-archiviati " archived  "
002210            conta-cancellati " deleted  "
002220            conta-ruotati " rotated  "
002230            conta-falliti " failed"
002240            delimited by size into riga-stampa.
002250     perform scrivi-riga thru ex-scrivi-riga.

002260     close ark-rpt.
002270*
002280* a clean end leaves no checkpoint and no work list behind
002290*
002300     call "CBL_DELETE_FILE" using chk-file
002310      returning rc
002320     end-call.
002330     call "CBL_DELETE_FILE" using lista-file
002340      returning rc
002350     end-call.

002360     display "Housekeeping listing written: "
002370      function trim(rpt-file).

002380     if conta-falliti > zeros
002390      move 4 to return-code.

002400     goback.

002410*
002420* a checkpoint left by a broken run: skip what it completed and
002430* stay on its archive date
002440*
002450 leggi-ripresa.

002460     move space to ripresa.
002470     move zeros to regola-fatta.

002480     open input ark-chk.
002490     if chk-stato not = "00"
002500      if chk-stato = "05" close ark-chk end-if
002510      go to ex-leggi-ripresa.

002520     move spaces to dati-chk.
002530     read ark-chk next at end continue end-read.
002540     close ark-chk.

002550     move dati-chk to punto-ripresa.

002560     if pr-regola not numeric
002570      go to ex-leggi-ripresa.

002580     move pr-regola to regola-fatta.
002590     if pr-data not = spaces
002600      move pr-data to data-lavoro.
002610     move "S" to ripresa.

002620 ex-leggi-ripresa.
002630     exit.

002640 scrivi-ripresa.

002650     open output ark-chk.
002660     if chk-stato not = "00" and chk-stato not = "05"
002670      go to ex-scrivi-ripresa.

002680     move spaces      to punto-ripresa.
002690     move regola-fatta to pr-regola.
002700     move data-lavoro to pr-data.
002710     move punto-ripresa to dati-chk.
002720     write rec-chk.

002730     close ark-chk.

002740 ex-scrivi-ripresa.
002750     exit.

002760 una-regola.

002770     move spaces to regola.
002780     unstring dati-ctl delimited by ";"
002790      into reg-cartella reg-modello reg-giorni-testo reg-azione
002800     end-unstring.

002810     move function lower-case(reg-azione) to reg-azione.

002820     if reg-cartella = spaces
002830      or reg-modello = spaces
002840      or reg-giorni-testo = spaces
002850      or ( reg-azione not = "a" and reg-azione not = "d"
002860       and reg-azione not = "r" and reg-azione not = "p" )
002870      move spaces to riga-stampa
002880      string "RULE " conta-regole " ignored: "
002890             function trim(dati-ctl)
002900             delimited by size into riga-stampa
002910      end-string
002920      perform scrivi-riga thru ex-scrivi-riga
002930      go to fine-regola.
002940*
002950* no quote may reach the shell from the control file
002960*
002970     inspect reg-cartella replacing all '"' by space.
002980     inspect reg-modello  replacing all "'" by space.

002990     move function numval(reg-giorni-testo) to reg-giorni.
003000     move reg-giorni to giorni-edit.

003010     move spaces to riga-stampa.
003020     string "RULE " conta-regole " "
003030            function trim(reg-cartella) "/"
003040            function trim(reg-modello)
003050            " older than " function trim(giorni-edit) " day(s)"
003060            delimited by size into riga-stampa
003070     end-string.
003080     evaluate reg-azione
003090      when "a"  move "ARCHIVE" to riga-stampa(100:7)
003100      when "d"  move "DELETE"  to riga-stampa(100:6)
003110      when "r"  move "ROTATE"  to riga-stampa(100:6)
003120      when "p"  move "PURGE"   to riga-stampa(100:5)
003130     end-evaluate.
003140     perform scrivi-riga thru ex-scrivi-riga.

003150     move zeros to conta-regola.

003160     if reg-azione = "r"
003170      go to ruota-regola.
003180*
003190* the expired items of the rule, one name per line: plain files,
003200* or the sub-directories for a purge
003210*
003220     move spaces to comando.
003230     string 'find "' function trim(reg-cartella)
003240            '" -mindepth 1 -maxdepth 1'
003250            delimited by size into comando.
003260     if reg-azione = "p"
003270      string function trim(comando) " -type d"
003280             delimited by size into comando
003290      end-string
003300     else
003310      string function trim(comando) " -type f"
003320             delimited by size into comando
003330      end-string
003340     end-if.
003350     string function trim(comando)
003360            " -name '"
003370            function trim(reg-modello)
003380            "' -mtime +" function trim(giorni-edit)
003390            " > " function trim(lista-file)
003400            " 2>/dev/null"
003410            delimited by size into comando.

003420     move reg-azione to fase.
003430     perform scorri-lista thru ex-scorri-lista.

003440     go to fine-regola.
003450*
003460* rotation of the append-only logs: first the non-empty logs are
003470* renamed with the date of the run (the copies already rotated
003480* are left out), then the rotated copies past keep-days go
003490*
003500 ruota-regola.

003510     move spaces to comando.
003520     string 'find "' function trim(reg-cartella)
003530            '" -mindepth 1 -maxdepth 1 -type f -name '''
003540            function trim(reg-modello)
003550            "' ! -name '*" suffisso-data "'"
003560            " -size +0c > " function trim(lista-file)
003570            " 2>/dev/null"
003580            delimited by size into comando.

003590     move "r" to fase.
003600     perform scorri-lista thru ex-scorri-lista.

003610     move spaces to comando.
003620     string 'find "' function trim(reg-cartella)
003630            '" -mindepth 1 -maxdepth 1 -type f -name '''
003640            function trim(reg-modello)
003650            suffisso-data "'"
003660            " -mtime +" function trim(giorni-edit)
003670            " > " function trim(lista-file)
003680            " 2>/dev/null"
003690            delimited by size into comando.

003700     move "d" to fase.
003710     perform scorri-lista thru ex-scorri-lista.

003720     go to fine-regola.
003730*
003740* runs the find of the rule and works every item it lists
003750*
003760 scorri-lista.

003770     call "SYSTEM" using function trim(comando)
003780      returning rc.

003790     open input ark-lista.
003800     if lista-stato not = "00"
003810      if lista-stato = "05" close ark-lista end-if
003820      go to ex-scorri-lista.

003830     move space to lista-eof.

003840     perform until lista-eof = "S"
003850      read ark-lista next at end
003860       move "S" to lista-eof
003870      end-read
003880      if lista-eof not = "S"
003890       and dati-lista not = spaces
003900       perform un-elemento thru ex-un-elemento
003910      end-if
003920     end-perform.

003930     close ark-lista.

003940 ex-scorri-lista.
003950     exit.

003960 fine-regola.

003970     move conta-regole to regola-fatta.
003980     perform scrivi-ripresa thru ex-scrivi-ripresa.

003990 ex-una-regola.
004000     exit.

004010 un-elemento.

004020     add 1 to conta-regola.

004030     move spaces to comando destinazione.
004040*
004050* archived under its own directory, so that the same name from
004060* two directories or two rules of the day cannot meet; a ".."
004070* of the path must not climb out of the archive
004080*
004090     if fase = "a"
004100      string function trim(archivio-oggi) "/"
004110             function trim(dati-lista)
004120             delimited by size into destinazione
004130      end-string
004140      inspect destinazione replacing all "../" by "up/"
004150     end-if.

004160     if fase = "r"
004170      string function trim(dati-lista) "." data-lavoro
004180             delimited by size into destinazione
004190      end-string
004200     end-if.

004210     move dati-lista to quota-in.
004220     perform quota-nome thru ex-quota-nome.
004230     move quota-out to sorgente-q.
004240     move destinazione to quota-in.
004250     perform quota-nome thru ex-quota-nome.
004260     move quota-out to destinazione-q.

004270     evaluate fase
004280      when "a"
004290       string "d=" function trim(destinazione-q)
004300              '; test ! -e "$d" && mkdir -p "${d%/*}"'
004310              " && mv " function trim(sorgente-q) ' "$d"'
004320              delimited by size into comando
004330       end-string
004340      when "r"
004350       string "test ! -e " function trim(destinazione-q)
004360              " && mv " function trim(sorgente-q)
004370              " " function trim(destinazione-q)
004380              delimited by size into comando
004390       end-string
004400      when "p"
004410       string "rm -rf " function trim(sorgente-q)
004420              delimited by size into comando
004430       end-string
004440      when other
004450       string "rm -f " function trim(sorgente-q)
004460              delimited by size into comando
004470       end-string
004480     end-evaluate.

004490     call "SYSTEM" using function trim(comando)
004500      returning rc.

004510     accept ora-stampa from time.

004520     move spaces to riga-stampa.
004530     move ora-stampa(1:2) to riga-stampa(3:2).
004540     move ":"             to riga-stampa(5:1).
004550     move ora-stampa(3:2) to riga-stampa(6:2).
004560     move ":"             to riga-stampa(8:1).
004570     move ora-stampa(5:2) to riga-stampa(9:2).
004580     move dati-lista(1:86) to riga-stampa(13:86).

004590     if rc not = zeros
004600      add 1 to conta-falliti
004610      move "FAILED" to riga-stampa(100:6)
004620     else
004630      evaluate fase
004640       when "a"
004650        add 1 to conta-archiviati
004660        move "archived" to riga-stampa(100:8)
004670       when "r"
004680        add 1 to conta-ruotati
004690        move "rotated"  to riga-stampa(100:7)
004700       when "p"
004710        add 1 to conta-cancellati
004720        move "purged"   to riga-stampa(100:6)
004730       when other
004740        add 1 to conta-cancellati
004750        move "deleted"  to riga-stampa(100:7)
004760      end-evaluate
004770     end-if.

004780     perform scrivi-riga thru ex-scrivi-riga.

004790 ex-un-elemento.
004800     exit.
004810*
004820* a name handed to the shell between single quotes, a quote of
004830* its own closed, escaped and opened again: nothing in the name
004840* is expanded or run
004850*
004860 quota-nome.

004870     move spaces to quota-out.
004880     move "'" to quota-out(1:1).
004890     move 2   to quota-j.

004900     move 256 to quota-lung.
004910     perform until quota-lung = zero
004920      or quota-in(quota-lung:1) not = space
004930      subtract 1 from quota-lung
004940     end-perform.

004950     perform varying quota-i from 1 by 1
004960      until quota-i > quota-lung
004970      if quota-in(quota-i:1) = "'"
004980       move "'\''" to quota-out(quota-j:4)
004990       add 4 to quota-j
005000      else
005010       move quota-in(quota-i:1) to quota-out(quota-j:1)
005020       add 1 to quota-j
005030      end-if
005040     end-perform.

005050     move "'" to quota-out(quota-j:1).

005060 ex-quota-nome.
005070     exit.

005080 testata-pulizia.

005090     add 1 to conta-pagine.

005100     move spaces to riga-stampa.
005110     string "GuiCOBOL  Housekeeping "
005120            function trim(ctl-file)
005130            delimited by size into riga-stampa(4:)
005140     end-string.
005150     move data-stampa(7:2) to riga-stampa(100:2).
005160     move "/"              to riga-stampa(102:1).
005170     move data-stampa(5:2) to riga-stampa(103:2).
005180     move "/"              to riga-stampa(105:1).
005190     move data-stampa(1:4) to riga-stampa(106:4).
005200     move "Pag."           to riga-stampa(112:4).
005210     move conta-pagine     to riga-stampa(117:4).

005220     move riga-stampa to rec-rpt.
005230     write rec-rpt.
005240     move spaces to rec-rpt.
005250     write rec-rpt.

005260     move spaces to riga-stampa.
005270     move "TIME"    to riga-stampa(3:4).
005280     move "ITEM"    to riga-stampa(13:4).
005290     move "ACTION"  to riga-stampa(100:6).
005300     move riga-stampa to rec-rpt.
005310     write rec-rpt.
005320     move spaces to riga-stampa.
005330     move all "-" to riga-stampa(1:130).
005340     move riga-stampa to rec-rpt.
005350     write rec-rpt.
005360     move 4 to conta-righe.

005370 ex-testata-pulizia.
005380     exit.

005390 scrivi-riga.

005400     if conta-righe not < 60
005410      move spaces to rec-rpt
005420      write rec-rpt
005430      perform testata-pulizia thru ex-testata-pulizia.

005440     move riga-stampa to rec-rpt.
005450     write rec-rpt.
005460     add 1 to conta-righe.

005470 ex-scrivi-riga.
005480     exit.

005490 end program agarpulizia.
