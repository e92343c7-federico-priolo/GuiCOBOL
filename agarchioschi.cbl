000010 identification division.
000020 program-id. agarchioschi.
000030*
000040* status board of the kiosks watched by agarwatch
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
000270* every kiosk on one screen: the grid lists what the watchdogs
000280* last reported to the lock server (kiosk, screen program, last
000290* heartbeat, restarts today, state RUNNING / SILENT / DOWN,
000300* seconds since the last report, last incident) and reloads
000310* by itself every GuiCOBOLkioskrefresh seconds (default 15).
000320* a kiosk that goes silent or down (its watchdog gave up), or
000330* that restarts more than GuiCOBOLkioskrestarts times in the
000340* day (default 3), raises a toast once; it raises it again
000350* only after it came back to normal in between.  the list travels through
000360* GuiCOBOLkiosklist, default guicobol-kiosks.lst.
000370*---------------------------------------------------------------------

000380 data division.

000390 working-storage section.

000400     copy "global".

000410 77 kb-testo                     pic x(8).

000420 01 chioschi-banco               external.
000430    05 kb-grid                   usage pointer.
000440    05 kb-lista                  pic x(200).
000450    05 kb-ogni                   usage binary-long.
000460    05 kb-soglia                 usage binary-long.
000470    05 kb-conta                  usage binary-long.
000480    05 kb-chiosco                occurs 100 times.
000490       10 kb-nome                pic x(32).
000500       10 kb-zitto               pic x.
000510       10 kb-troppi              pic x.
000515       10 kb-giu                 pic x.

000520 procedure division.

000530     accept kb-lista from environment "GuiCOBOLkiosklist"
000540     end-accept.
000550     if kb-lista = spaces
000560      move "guicobol-kiosks.lst" to kb-lista.

000570     move spaces to kb-testo.
000580     accept kb-testo from environment "GuiCOBOLkioskrefresh"
000590     end-accept.
000600     if kb-testo = spaces
000610      move "15" to kb-testo.
000620     compute kb-ogni = function numval(kb-testo) * 1000.
000630     if kb-ogni < 1000 move 1000 to kb-ogni.

000640     move spaces to kb-testo.
000650     accept kb-testo from environment "GuiCOBOLkioskrestarts"
000660     end-accept.
000670     if kb-testo = spaces
000680      move "3" to kb-testo.
000690     move function numval(kb-testo) to kb-soglia.

000700     move zero to kb-conta.

000710     move 3 to agar-int.
000720     move "secure-login" to agar-function.
000730     call "agarcob".

000740     if agar-return-code not = agar-rc-ok
000750      goback.

000760     move "addform" to agar-function.
000770     call "agarcob".
000780     move agar-form to agar-object agar-widget.
000790     move "Stato chioschi" to agar-text.
000800     move "set-caption" to agar-function.
000810     call "agarcob".

000820     move agar-form to agar-object.
000830     move spaces to agar-text.
000840     move "addtable" to agar-function.
000850     call "agarcob".
000860     move agar-widget to kb-grid.

000870     move "Chiosco" to agar-text.
000880     move "addcolumn" to agar-function.
000890     call "agarcob".
000900     move kb-grid to agar-widget.
000910     move "Programma" to agar-text.
000920     move "addcolumn" to agar-function.
000930     call "agarcob".
000940     move kb-grid to agar-widget.
000950     move "Battito" to agar-text.
000960     move "addcolumn" to agar-function.
000970     call "agarcob".
000980     move kb-grid to agar-widget.
000990     move "Riavvii oggi" to agar-text.
001000     move "addcolumn" to agar-function.
001010     call "agarcob".
001020     move kb-grid to agar-widget.
001030     move "Stato" to agar-text.
001040     move "addcolumn" to agar-function.
001050     call "agarcob".
001060     move kb-grid to agar-widget.
001070     move "Secondi" to agar-text.
001080     move "addcolumn" to agar-function.
001090     call "agarcob".
001100     move kb-grid to agar-widget.
001110     move "Ultimo evento" to agar-text.
001120     move "addcolumn" to agar-function.
001130     call "agarcob".

001140     call "agarchioschi-coda".

001150     move agar-form to agar-object.
001160     move "Aggiorna" to agar-text.
001170     move "agarchioschi-coda" to agar-procedure.
001180     move "addbuttonto" to agar-function.
001190     call "agarcob".

001200     move agar-form to agar-widget agar-object.
001210     move kb-ogni to agar-int.
001220     move "agarchioschi-coda" to agar-procedure.
001230     move "addtimer" to agar-function.
001240     call "agarcob".

001250     move agar-form to agar-widget.
001260     move "show" to agar-function.
001270     call "agarcob".
001280     move "run" to agar-function.
001290     call "agarcob".

001300     goback.

001310 end program agarchioschi.

001320 identification division.
001330 program-id. agarchioschi-coda.
001340*
001350* (re)load the grid from the lock server and raise a toast for
001360* each kiosk that just went silent or over the restart limit;
001370* as a timer relay the returned value is the reload interval
001380*
001390 environment division.
001400 input-output section.
001410 file-control.

001420     select optional ark-lista assign to kc-file
001430      organization is line sequential
001440      file status  is kc-stato.

001450 data division.

001460 file section.

001470 fd ark-lista.
001480 01 rec-lista.
001490    02 dati-lista                pic x(200).

001500 working-storage section.

001510     copy "global".

001520 77 kc-file                      pic x(200).
001530 77 kc-stato                     pic xx.
001540 77 kc-eof                       pic x.
001550 77 kc-ind                       usage binary-long.
001560 77 kc-riavvii                   usage binary-long.
001570*
001580* one line of the list, as kiosk-list writes it
001590*
001600 01 kc-riga.
001610    05 kc-nome                   pic x(32).
001620    05 kc-programma              pic x(32).
001630    05 kc-battito                pic x(8).
001640    05 kc-riavvii-testo          pic x(5).
001650    05 kc-stato-chiosco          pic x(8).
001660    05 kc-eta                    pic x(9).
001670    05 kc-ultimo                 pic x(28).

001680 01 chioschi-banco               external.
001690    05 kb-grid                   usage pointer.
001700    05 kb-lista                  pic x(200).
001710    05 kb-ogni                   usage binary-long.
001720    05 kb-soglia                 usage binary-long.
001730    05 kb-conta                  usage binary-long.
001740    05 kb-chiosco                occurs 100 times.
001750       10 kb-nome                pic x(32).
001760       10 kb-zitto               pic x.
001770       10 kb-troppi              pic x.
001775       10 kb-giu                 pic x.

001780 procedure division.

001790     move kb-lista to agar-value.
001800     move "kiosk-list" to agar-function.
001810     call "agarcob".

001820     if agar-return-code not = agar-rc-ok
001830      move "set-error" to agar-function
001840      call "agarcob"
001850      move kb-ogni to return-code
001860      exit program
001870     end-if.

001880     move kb-grid  to agar-widget agar-object.
001890     move kb-lista to agar-text.
001900     move spaces   to agar-value.
001910     move zero     to agar-int.
001920     move "loadtable" to agar-function.
001930     call "agarcob".

001940     move kb-lista to kc-file.
001950     open input ark-lista.

001960     if kc-stato = "00"
001970      move space to kc-eof
001980      perform until kc-eof = "S"
001990       read ark-lista next at end
002000        move "S" to kc-eof
002010       end-read
002020       if kc-eof not = "S" and dati-lista not = spaces
002030        perform un-chiosco thru ex-un-chiosco
002040       end-if
002050      end-perform
002060      close ark-lista
002070     end-if.
002071     if kc-stato = "05"
002072      close ark-lista
002073     end-if.

002080     move kb-ogni to return-code.

002090     exit program.

002100*
002110* the kiosk found or noted, then one toast per new alarm
002120*
002130 un-chiosco.

002140     move spaces to kc-riga.
002150     unstring dati-lista delimited by ";"
002160      into kc-nome kc-programma kc-battito kc-riavvii-testo
002170           kc-stato-chiosco kc-eta kc-ultimo
002180     end-unstring.

002190     move zero to kc-riavvii.
002200     if kc-riavvii-testo not = spaces
002210      move function numval(kc-riavvii-testo) to kc-riavvii.

002220     perform varying kc-ind from 1 by 1
002230      until kc-ind > kb-conta
002240      or kb-nome(kc-ind) = kc-nome
002250      continue
002260     end-perform.

002270     if kc-ind > kb-conta
002280      if kb-conta not < 100
002290       go to ex-un-chiosco
002300      end-if
002310      add 1 to kb-conta
002320      move kb-conta to kc-ind
002330      move kc-nome  to kb-nome(kc-ind)
002340      move space    to kb-zitto(kc-ind) kb-troppi(kc-ind)
002345                         kb-giu(kc-ind)
002350     end-if.

002360     if kc-stato-chiosco = "SILENT"
002370      if kb-zitto(kc-ind) not = "S"
002380       move "S" to kb-zitto(kc-ind)
002390       move spaces to agar-text
002400       string "Chiosco " function trim(kc-nome)
002410              " silenzioso da " function trim(kc-eta) " s"
002420              delimited by size into agar-text
002430       move "error" to agar-value
002440       move "notify" to agar-function
002450       call "agarcob"
002460      end-if
002470     else
002480      move space to kb-zitto(kc-ind)
002490     end-if.

002500     if kc-riavvii > kb-soglia
002510      if kb-troppi(kc-ind) not = "S"
002520       move "S" to kb-troppi(kc-ind)
002530       move spaces to agar-text
002540       string "Chiosco " function trim(kc-nome) ": "
002550              function trim(kc-riavvii-testo) " riavvii oggi"
002560              delimited by size into agar-text
002570       move "warning" to agar-value
002580       move "notify" to agar-function
002590       call "agarcob"
002600      end-if
002610     else
002620      move space to kb-troppi(kc-ind)
002630     end-if.

002640     if kc-stato-chiosco = "DOWN"
002650      if kb-giu(kc-ind) not = "S"
002660       move "S" to kb-giu(kc-ind)
002670       move spaces to agar-text
002680       string "Chiosco " function trim(kc-nome)
002690              " fermo: " function trim(kc-ultimo)
002700              delimited by size into agar-text
002710       move "error" to agar-value
002720       move "notify" to agar-function
002730       call "agarcob"
002740      end-if
002750     else
002760      move space to kb-giu(kc-ind)
002770     end-if.

002780 ex-un-chiosco.
002790     exit.

002800 end program agarchioschi-coda.
