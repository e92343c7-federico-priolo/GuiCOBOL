000010 identification division.
000020 program-id. agarserrature.
000030*
000040* supervisor screen over the record locks of agarlockd
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
000270* who holds what: the grid lists every lock the server holds
000280* (resource, owner, age in seconds, S when already stale),
000290* optionally only those of the owner typed in the filter, and
000300* "Libera" forces the selected one free -- the lock a crashed
000310* station left behind goes without restarting the server.
000320* the supervisor signs on first, so the server log names who
000330* forced a release, and secure-apply can hide the button
000340* ("srv-libera" in perms.dat) from the roles that must not.
000350* the list travels through GuiCOBOLlocklist, default
000360* guicobol-locks.lst.
000370*---------------------------------------------------------------------

000380 data division.

000390 working-storage section.

000400     copy "global".

000410 01 serrature-banco              external.
000420    05 srv-grid                  usage pointer.
000430    05 srv-filtro                usage pointer.
000440    05 srv-lista                 pic x(200).

000450 procedure division.

000460     accept srv-lista from environment "GuiCOBOLlocklist"
000470     end-accept.
000480     if srv-lista = spaces
000490      move "guicobol-locks.lst" to srv-lista.

000500     move 3 to agar-int.
000510     move "secure-login" to agar-function.
000520     call "agarcob".

000530     if agar-return-code not = agar-rc-ok
000540      goback.

000550     move "addform" to agar-function.
000560     call "agarcob".
000570     move agar-form to agar-object agar-widget.
000580     move "Gestione lock" to agar-text.
000590     move "set-caption" to agar-function.
000600     call "agarcob".

000610     move agar-form to agar-object.
000620     move spaces to agar-text.
000630     move "addtable" to agar-function.
000640     call "agarcob".
000650     move agar-widget to srv-grid.

000660     move "Risorsa" to agar-text.
000670     move "addcolumn" to agar-function.
000680     call "agarcob".
000690     move srv-grid to agar-widget.
000700     move "Utente" to agar-text.
000710     move "addcolumn" to agar-function.
000720     call "agarcob".
000730     move srv-grid to agar-widget.
000740     move "Secondi" to agar-text.
000750     move "addcolumn" to agar-function.
000760     call "agarcob".
000770     move srv-grid to agar-widget.
000780     move "Scaduto" to agar-text.
000790     move "addcolumn" to agar-function.
000800     call "agarcob".

000810     move agar-form to agar-object.
000820     move "Utente    " to agar-text.
000830     move "addtext" to agar-function.
000840     call "agarcob".
000850     move agar-widget to srv-filtro.

000860     call "agarserrature-coda".

000870     move agar-form to agar-object.
000880     move "Aggiorna" to agar-text.
000890     move "agarserrature-coda" to agar-procedure.
000900     move "addbuttonto" to agar-function.
000910     call "agarcob".

000920     move agar-form to agar-object.
000930     move "Libera" to agar-text.
000940     move "LockFree" to agar-procedure.
000950     move "addbuttonto" to agar-function.
000960     call "agarcob".
000970     move "srv-libera" to agar-text.
000980     move "set-name" to agar-function.
000990     call "agarcob".

001000     move agar-form to agar-widget agar-object.
001010     move "secure-apply" to agar-function.
001020     call "agarcob".

001030     move agar-form to agar-widget.
001040     move "show" to agar-function.
001050     call "agarcob".
001060     move "run" to agar-function.
001070     call "agarcob".

001080     goback.

001090 end program agarserrature.

001100 identification division.
001110 program-id. agarserrature-coda.
001120*
001130* (re)load the grid from the server, the owner filter applied
001140*
001150 data division.

001160 working-storage section.

001170     copy "global".

001180 01 serrature-banco              external.
001190    05 srv-grid                  usage pointer.
001200    05 srv-filtro                usage pointer.
001210    05 srv-lista                 pic x(200).

001220 procedure division.

001230     move srv-filtro to agar-widget agar-object.
001240     move "get-text" to agar-function.
001250     call "agarcob".
001260     inspect agar-text replacing all x"00" by space.

001270     move srv-lista to agar-value.
001280     move "lock-list" to agar-function.
001290     call "agarcob".

001300     if agar-return-code not = agar-rc-ok
001310      move "set-error" to agar-function
001320      call "agarcob"
001330      exit program
001340     end-if.

001350     move srv-grid  to agar-widget agar-object.
001360     move srv-lista to agar-text.
001370     move spaces    to agar-value.
001380     move zero      to agar-int.
001390     move "loadtable" to agar-function.
001400     call "agarcob".

001410     exit program.

001420 end program agarserrature-coda.

001430 identification division.
001440 program-id. LockFree.
001450*
001460* force the selected lock free, after a confirmation
001470*
001480 data division.

001490 working-storage section.

001500     copy "global".

001510 77 lf-risorsa                   pic x(64).

001520 01 serrature-banco              external.
001530    05 srv-grid                  usage pointer.
001540    05 srv-filtro                usage pointer.
001550    05 srv-lista                 pic x(200).

001560 procedure division.

001570     move srv-grid to agar-widget agar-object.
001580     move "get-selected" to agar-function.
001590     call "agarcob".

001600     if agar-int = zero
001610      move "Scegliere un lock" to agar-text
001620      move "set-info" to agar-function
001630      call "agarcob"
001640      goback
001650     end-if.

001660     move spaces to lf-risorsa.
001670     unstring agar-text delimited by ";"
001680      into lf-risorsa
001690     end-unstring.

001700     move spaces to agar-text.
001710     string "Liberare " function trim(lf-risorsa) " ?"
001720      delimited by size into agar-text.
001730     move "ask-confirm" to agar-function.
001740     call "agarcob".

001750     if agar-int not = zero
001760      goback.

001770     move lf-risorsa to agar-text.
001780     move "lock-free" to agar-function.
001790     call "agarcob".

001800     if agar-return-code = agar-rc-ok
001810      move "set-info"  to agar-function
001820     else
001830      move "set-error" to agar-function
001840     end-if.
001850     call "agarcob".

001860     call "agarserrature-coda".

001870     exit program.

001880 end program LockFree.
