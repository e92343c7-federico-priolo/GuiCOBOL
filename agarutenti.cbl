000010 identification division.
000020 program-id. agarutenti.
000030*
000040* maintenance of the users file behind secure-login
000050*
000060* FIRST 15 OCTOBER 2026  0.1.0  LAST 15.10.2026
000070*
000080* 15.10.2026 the companies of the user: column of the grid,
000090*            field for the new accounts, Societa' button
000100*
000110* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000120*
000130* This program is free software; you can redistribute it and/or modify
000140* it under the terms of the GNU General Public License as published by
000150* the Free Software Foundation; either version 2, or (at your option)
000160* any later version.
000170*
000180* This program is distributed in the hope that it will be useful,
000190* but WITHOUT ANY WARRANTY; without even the implied warranty of
000200* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000210* GNU General Public License for more details.
000220*
000230* You should have received a copy of the GNU General Public License
000240* along with this software; see the file COPYING.  If not, write to
000250* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000260* Boston, MA 02110-1301 USA
000270*
000280*
000290*---------------------------------------------------------------------
000300* the users file (GuiCOBOLusers, default users.dat) without an
000310* editor: the grid shows every account with role, state, the
000320* forced change flag, last sign-on, failed attempts and the
000330* date of the password; the buttons add a user (the password
000340* typed is provisional, to be changed at the first sign-on),
000350* change the role of the selected one, reset its password
000360* (provisional again, the old one kept in the history),
000370* disable it, or enable it again clearing a lockout.
000380* the companies field gives the ones the user may sign on
000390* for (GuiCOBOLcompanies), codes separated by commas, blank
000400* for all of them: taken by a new account, or given to the
000410* selected one by the Societa' button.
000420* only the role of GuiCOBOLadminrole (default admin) gets in,
000430* every change goes to the audit journal, and the file is
000440* rewritten beside itself and moved back, never in place.
000450* the grid travels through GuiCOBOLuserlist, default
000460* guicobol-users.lst.
000470*---------------------------------------------------------------------

000480 data division.

000490 working-storage section.

000500     copy "global".

000510 77 ute-ammesso                  pic x(32).

000520 01 utenti-banco                 external.
000530    05 ute-grid                  usage pointer.
000540    05 ute-campo-utente          usage pointer.
000550    05 ute-campo-ruolo           usage pointer.
000560    05 ute-campo-password        usage pointer.
000570    05 ute-file                  pic x(200).
000580    05 ute-lista                 pic x(200).
000590    05 ute-azione                pic x.
000600    05 ute-nome                  pic x(32).
000610    05 ute-ruolo                 pic x(32).
000620    05 ute-sale                  pic x(16).
000630    05 ute-hash                  pic x(18).
000640    05 ute-esito                 pic xx.
000650    05 ute-campo-ditte           usage pointer.
000660    05 ute-ditte                 pic x(100).

000670 procedure division.

000680     accept ute-file from environment "GuiCOBOLusers"
000690     end-accept.
000700     if ute-file = spaces
000710      move "users.dat" to ute-file.

000720     accept ute-lista from environment "GuiCOBOLuserlist"
000730     end-accept.
000740     if ute-lista = spaces
000750      move "guicobol-users.lst" to ute-lista.

000760     accept ute-ammesso from environment "GuiCOBOLadminrole"
000770     end-accept.
000780     if ute-ammesso = spaces
000790      move "admin" to ute-ammesso.

000800     move 3 to agar-int.
000810     move "secure-login" to agar-function.
000820     call "agarcob".

000830     if agar-return-code not = agar-rc-ok
000840      goback.

000850     if agar-value(1:32) not = ute-ammesso
000860      move "Funzione riservata all'amministratore" to agar-text
000870      move "set-error" to agar-function
000880      call "agarcob"
000890      goback
000900     end-if.

000910     move "addform" to agar-function.
000920     call "agarcob".
000930     move agar-form to agar-object agar-widget.
000940     move "Gestione utenti" to agar-text.
000950     move "set-caption" to agar-function.
000960     call "agarcob".

000970     move agar-form to agar-object.
000980     move spaces to agar-text.
000990     move "addtable" to agar-function.
001000     call "agarcob".
001010     move agar-widget to ute-grid.

001020     move "Utente" to agar-text.
001030     move "addcolumn" to agar-function.
001040     call "agarcob".
001050     move ute-grid to agar-widget.
001060     move "Ruolo" to agar-text.
001070     move "addcolumn" to agar-function.
001080     call "agarcob".
001090     move ute-grid to agar-widget.
001100     move "Stato" to agar-text.
001110     move "addcolumn" to agar-function.
001120     call "agarcob".
001130     move ute-grid to agar-widget.
001140     move "Cambio" to agar-text.
001150     move "addcolumn" to agar-function.
001160     call "agarcob".
001170     move ute-grid to agar-widget.
001180     move "Ultimo accesso" to agar-text.
001190     move "addcolumn" to agar-function.
001200     call "agarcob".
001210     move ute-grid to agar-widget.
001220     move "Errori" to agar-text.
001230     move "addcolumn" to agar-function.
001240     call "agarcob".
001250     move ute-grid to agar-widget.
001260     move "Password del" to agar-text.
001270     move "addcolumn" to agar-function.
001280     call "agarcob".
001290     move ute-grid to agar-widget.
001300     move "Societa'" to agar-text.
001310     move "addcolumn" to agar-function.
001320     call "agarcob".

001330     move agar-form to agar-object.
001340     move "Utente    " to agar-text.
001350     move "addtext" to agar-function.
001360     call "agarcob".
001370     move agar-widget to ute-campo-utente.

001380     move agar-form to agar-object.
001390     move "Ruolo     " to agar-text.
001400     move "addtext" to agar-function.
001410     call "agarcob".
001420     move agar-widget to ute-campo-ruolo.

001430     move agar-form to agar-object.
001440     move "Password  " to agar-text.
001450     move "addpassword" to agar-function.
001460     call "agarcob".
001470     move agar-widget to ute-campo-password.

001480     move agar-form to agar-object.
001490     move "Societa'  " to agar-text.
001500     move "addtext" to agar-function.
001510     call "agarcob".
001520     move agar-widget to ute-campo-ditte.

001530     call "agarutenti-coda".

001540     move agar-form to agar-object.
001550     move "Nuovo" to agar-text.
001560     move "UtenteNuovo" to agar-procedure.
001570     move "addbuttonto" to agar-function.
001580     call "agarcob".

001590     move agar-form to agar-object.
001600     move "Ruolo" to agar-text.
001610     move "UtenteRuolo" to agar-procedure.
001620     move "addbuttonto" to agar-function.
001630     call "agarcob".

001640     move agar-form to agar-object.
001650     move "Societa'" to agar-text.
001660     move "UtenteDitte" to agar-procedure.
001670     move "addbuttonto" to agar-function.
001680     call "agarcob".

001690     move agar-form to agar-object.
001700     move "Reset password" to agar-text.
001710     move "UtentePassword" to agar-procedure.
001720     move "addbuttonto" to agar-function.
001730     call "agarcob".

001740     move agar-form to agar-object.
001750     move "Disabilita" to agar-text.
001760     move "UtenteDisabilita" to agar-procedure.
001770     move "addbuttonto" to agar-function.
001780     call "agarcob".

001790     move agar-form to agar-object.
001800     move "Abilita/Sblocca" to agar-text.
001810     move "UtenteAbilita" to agar-procedure.
001820     move "addbuttonto" to agar-function.
001830     call "agarcob".

001840     move agar-form to agar-object.
001850     move "Aggiorna" to agar-text.
001860     move "agarutenti-coda" to agar-procedure.
001870     move "addbuttonto" to agar-function.
001880     call "agarcob".

001890     move agar-form to agar-widget agar-object.
001900     move "secure-apply" to agar-function.
001910     call "agarcob".

001920     move agar-form to agar-widget.
001930     move "show" to agar-function.
001940     call "agarcob".
001950     move "run" to agar-function.
001960     call "agarcob".

001970     goback.

001980 end program agarutenti.

001990 identification division.
002000 program-id. agarutenti-coda.
002010*
002020* (re)load the grid from the users file
002030*
002040 data division.

002050 working-storage section.

002060     copy "global".

002070 01 utenti-banco                 external.
002080    05 ute-grid                  usage pointer.
002090    05 ute-campo-utente          usage pointer.
002100    05 ute-campo-ruolo           usage pointer.
002110    05 ute-campo-password        usage pointer.
002120    05 ute-file                  pic x(200).
002130    05 ute-lista                 pic x(200).
002140    05 ute-azione                pic x.
002150    05 ute-nome                  pic x(32).
002160    05 ute-ruolo                 pic x(32).
002170    05 ute-sale                  pic x(16).
002180    05 ute-hash                  pic x(18).
002190    05 ute-esito                 pic xx.
002200    05 ute-campo-ditte           usage pointer.
002210    05 ute-ditte                 pic x(100).

002220 procedure division.

002230     move "L" to ute-azione.
002240     call "agarutenti-file".

002250     if ute-esito not = "OK"
002260      move "Archivio utenti non leggibile" to agar-text
002270      move "set-error" to agar-function
002280      call "agarcob"
002290      exit program
002300     end-if.

002310     move ute-grid  to agar-widget agar-object.
002320     move ute-lista to agar-text.
002330     move spaces    to agar-value.
002340     move zero      to agar-int.
002350     move "loadtable" to agar-function.
002360     call "agarcob".

002370     exit program.

002380 end program agarutenti-coda.

002390 identification division.
002400 program-id. agarutenti-scelto.
002410*
002420* the user of the selected row into ute-nome, spaces if none
002430*
002440 data division.

002450 working-storage section.

002460     copy "global".

002470 01 utenti-banco                 external.
002480    05 ute-grid                  usage pointer.
002490    05 ute-campo-utente          usage pointer.
002500    05 ute-campo-ruolo           usage pointer.
002510    05 ute-campo-password        usage pointer.
002520    05 ute-file                  pic x(200).
002530    05 ute-lista                 pic x(200).
002540    05 ute-azione                pic x.
002550    05 ute-nome                  pic x(32).
002560    05 ute-ruolo                 pic x(32).
002570    05 ute-sale                  pic x(16).
002580    05 ute-hash                  pic x(18).
002590    05 ute-esito                 pic xx.
002600    05 ute-campo-ditte           usage pointer.
002610    05 ute-ditte                 pic x(100).

002620 procedure division.

002630     move spaces to ute-nome.

002640     move ute-grid to agar-widget agar-object.
002650     move "get-selected" to agar-function.
002660     call "agarcob".

002670     if agar-int = zero
002680      move "Scegliere un utente" to agar-text
002690      move "set-info" to agar-function
002700      call "agarcob"
002710      exit program
002720     end-if.

002730     unstring agar-text delimited by ";"
002740      into ute-nome
002750     end-unstring.

002760     exit program.

002770 end program agarutenti-scelto.

002780 identification division.
002790 program-id. agarutenti-esito.
002800*
002810* the outcome of agarutenti-file to the operator and, when it
002820* went through, to the audit journal (agar-value carries the
002830* event text) and to the grid
002840*
002850 data division.

002860 working-storage section.

002870     copy "global".

002880 01 utenti-banco                 external.
002890    05 ute-grid                  usage pointer.
002900    05 ute-campo-utente          usage pointer.
002910    05 ute-campo-ruolo           usage pointer.
002920    05 ute-campo-password        usage pointer.
002930    05 ute-file                  pic x(200).
002940    05 ute-lista                 pic x(200).
002950    05 ute-azione                pic x.
002960    05 ute-nome                  pic x(32).
002970    05 ute-ruolo                 pic x(32).
002980    05 ute-sale                  pic x(16).
002990    05 ute-hash                  pic x(18).
003000    05 ute-esito                 pic xx.
003010    05 ute-campo-ditte           usage pointer.
003020    05 ute-ditte                 pic x(100).

003030 procedure division.

003040     evaluate ute-esito
003050      when "OK"
003060       move agar-value to agar-text
003070       move "audit-event" to agar-function
003080       call "agarcob"
003090       move "Archivio utenti aggiornato" to agar-text
003100       move "set-info" to agar-function
003110      when "DU"
003120       move "Utente gia' presente" to agar-text
003130       move "set-error" to agar-function
003140      when "NF"
003150       move "Utente non trovato" to agar-text
003160       move "set-error" to agar-function
003170      when other
003180       move "Archivio utenti non aggiornabile" to agar-text
003190       move "set-error" to agar-function
003200     end-evaluate.
003210     call "agarcob".

003220     call "agarutenti-coda".

003230     exit program.

003240 end program agarutenti-esito.

003250 identification division.
003260 program-id. agarutenti-sale.
003270*
003280* a fresh salt into ute-sale and the hash of the password in
003290* agar-value into ute-hash
003300*
003310 data division.

003320 working-storage section.

003330     copy "global".

003340 77 sal-seme                     pic 9(8).
003350 77 sal-i                        usage binary-long.
003360 77 sal-k                        usage binary-long.
003370 77 sal-caso                     usage comp-2.
003380 77 sal-alfabeto                 pic x(36)
003390      value "abcdefghijklmnopqrstuvwxyz0123456789".
003400 77 sal-password                 pic x(32).

003410 01 utenti-banco                 external.
003420    05 ute-grid                  usage pointer.
003430    05 ute-campo-utente          usage pointer.
003440    05 ute-campo-ruolo           usage pointer.
003450    05 ute-campo-password        usage pointer.
003460    05 ute-file                  pic x(200).
003470    05 ute-lista                 pic x(200).
003480    05 ute-azione                pic x.
003490    05 ute-nome                  pic x(32).
003500    05 ute-ruolo                 pic x(32).
003510    05 ute-sale                  pic x(16).
003520    05 ute-hash                  pic x(18).
003530    05 ute-esito                 pic xx.
003540    05 ute-campo-ditte           usage pointer.
003550    05 ute-ditte                 pic x(100).

003560 procedure division.

003570     move agar-value(1:32) to sal-password.

003580     if ute-sale = spaces
003590      accept sal-seme from time
003600      compute sal-caso = function random(sal-seme)
003610      perform varying sal-i from 1 by 1 until sal-i > 12
003620       compute sal-k = function random * 36 + 1
003630       move sal-alfabeto(sal-k:1) to ute-sale(sal-i:1)
003640      end-perform
003650     end-if.

003660     move ute-sale     to agar-text.
003670     move sal-password to agar-value.
003680     move "secure-hash" to agar-function.
003690     call "agarcob".
003700     move agar-text(1:18) to ute-hash.

003710     exit program.

003720 end program agarutenti-sale.

003730 identification division.
003740 program-id. UtenteNuovo.
003750*
003760* a new account: user, role and a provisional password
003770*
003780 data division.

003790 working-storage section.

003800     copy "global".

003810 01 utenti-banco                 external.
003820    05 ute-grid                  usage pointer.
003830    05 ute-campo-utente          usage pointer.
003840    05 ute-campo-ruolo           usage pointer.
003850    05 ute-campo-password        usage pointer.
003860    05 ute-file                  pic x(200).
003870    05 ute-lista                 pic x(200).
003880    05 ute-azione                pic x.
003890    05 ute-nome                  pic x(32).
003900    05 ute-ruolo                 pic x(32).
003910    05 ute-sale                  pic x(16).
003920    05 ute-hash                  pic x(18).
003930    05 ute-esito                 pic xx.
003940    05 ute-campo-ditte           usage pointer.
003950    05 ute-ditte                 pic x(100).

003960 procedure division.

003970     move ute-campo-utente to agar-widget agar-object.
003980     move "get-text" to agar-function.
003990     call "agarcob".
004000     inspect agar-text replacing all x"00" by space.
004010     move agar-text(1:32) to ute-nome.

004020     move ute-campo-ruolo to agar-widget agar-object.
004030     move "get-text" to agar-function.
004040     call "agarcob".
004050     inspect agar-text replacing all x"00" by space.
004060     move agar-text(1:32) to ute-ruolo.

004070     if ute-nome = spaces or ute-ruolo = spaces
004080      or ute-nome(1:1) = "#"
004090      move "Indicare utente e ruolo" to agar-text
004100      move "set-info" to agar-function
004110      call "agarcob"
004120      exit program
004130     end-if.

004140     inspect ute-nome replacing all ";" by "_".
004150     inspect ute-ruolo replacing all ";" by "_".

004160     move ute-campo-ditte to agar-widget agar-object.
004170     move "get-text" to agar-function.
004180     call "agarcob".
004190     inspect agar-text replacing all x"00" by space.
004200     move function upper-case(agar-text(1:100)) to ute-ditte.
004210     inspect ute-ditte replacing all ";" by ",".

004220     move ute-campo-password to agar-widget agar-object.
004230     move "get-text" to agar-function.
004240     call "agarcob".
004250     inspect agar-text replacing all x"00" by space.

004260     if agar-text = spaces
004270      move "Indicare la password provvisoria" to agar-text
004280      move "set-info" to agar-function
004290      call "agarcob"
004300      exit program
004310     end-if.

004320     move agar-text(1:32) to agar-value.
004330     move spaces to ute-sale.
004340     call "agarutenti-sale".

004350     move "N" to ute-azione.
004360     call "agarutenti-file".

004370     move spaces to agar-value.
004380     string "users: new " function trim(ute-nome)
004390            " role "     function trim(ute-ruolo)
004400            " companies " function trim(ute-ditte)
004410      delimited by size into agar-value.
004420     call "agarutenti-esito".

004430     exit program.

004440 end program UtenteNuovo.

004450 identification division.
004460 program-id. UtenteRuolo.
004470*
004480* the role typed in the field to the selected user
004490*
004500 data division.

004510 working-storage section.

004520     copy "global".

004530 01 utenti-banco                 external.
004540    05 ute-grid                  usage pointer.
004550    05 ute-campo-utente          usage pointer.
004560    05 ute-campo-ruolo           usage pointer.
004570    05 ute-campo-password        usage pointer.
004580    05 ute-file                  pic x(200).
004590    05 ute-lista                 pic x(200).
004600    05 ute-azione                pic x.
004610    05 ute-nome                  pic x(32).
004620    05 ute-ruolo                 pic x(32).
004630    05 ute-sale                  pic x(16).
004640    05 ute-hash                  pic x(18).
004650    05 ute-esito                 pic xx.
004660    05 ute-campo-ditte           usage pointer.
004670    05 ute-ditte                 pic x(100).

004680 procedure division.

004690     call "agarutenti-scelto".
004700     if ute-nome = spaces
004710      exit program.

004720     move ute-campo-ruolo to agar-widget agar-object.
004730     move "get-text" to agar-function.
004740     call "agarcob".
004750     inspect agar-text replacing all x"00" by space.
004760     move agar-text(1:32) to ute-ruolo.

004770     if ute-ruolo = spaces
004780      move "Indicare il nuovo ruolo" to agar-text
004790      move "set-info" to agar-function
004800      call "agarcob"
004810      exit program
004820     end-if.

004830     inspect ute-ruolo replacing all ";" by "_".

004840     move spaces to agar-text.
004850     string "Ruolo " function trim(ute-ruolo)
004860            " a "    function trim(ute-nome) " ?"
004870      delimited by size into agar-text.
004880     move "ask-confirm" to agar-function.
004890     call "agarcob".

004900     if agar-int not = zero
004910      exit program.

004920     move "R" to ute-azione.
004930     call "agarutenti-file".

004940     move spaces to agar-value.
004950     string "users: role " function trim(ute-ruolo)
004960            " to "         function trim(ute-nome)
004970      delimited by size into agar-value.
004980     call "agarutenti-esito".

004990     exit program.

005000 end program UtenteRuolo.

005010 identification division.
005020 program-id. UtentePassword.
005030*
005040* a provisional password to the selected user, to be changed
005050* at the next sign-on; the salt stays, so the history of the
005060* passwords keeps comparing
005070*
005080 data division.

005090 working-storage section.

005100     copy "global".

005110 77 up-password                  pic x(32).

005120 01 utenti-banco                 external.
005130    05 ute-grid                  usage pointer.
005140    05 ute-campo-utente          usage pointer.
005150    05 ute-campo-ruolo           usage pointer.
005160    05 ute-campo-password        usage pointer.
005170    05 ute-file                  pic x(200).
005180    05 ute-lista                 pic x(200).
005190    05 ute-azione                pic x.
005200    05 ute-nome                  pic x(32).
005210    05 ute-ruolo                 pic x(32).
005220    05 ute-sale                  pic x(16).
005230    05 ute-hash                  pic x(18).
005240    05 ute-esito                 pic xx.
005250    05 ute-campo-ditte           usage pointer.
005260    05 ute-ditte                 pic x(100).

005270 procedure division.

005280     call "agarutenti-scelto".
005290     if ute-nome = spaces
005300      exit program.

005310     move ute-campo-password to agar-widget agar-object.
005320     move "get-text" to agar-function.
005330     call "agarcob".
005340     inspect agar-text replacing all x"00" by space.
005350     move agar-text(1:32) to up-password.

005360     if up-password = spaces
005370      move "Indicare la password provvisoria" to agar-text
005380      move "set-info" to agar-function
005390      call "agarcob"
005400      exit program
005410     end-if.

005420     move spaces to agar-text.
005430     string "Nuova password a " function trim(ute-nome) " ?"
005440      delimited by size into agar-text.
005450     move "ask-confirm" to agar-function.
005460     call "agarcob".

005470     if agar-int not = zero
005480      exit program.

005490     move "S" to ute-azione.
005500     call "agarutenti-file".

005510     if ute-esito not = "OK"
005520      call "agarutenti-esito"
005530      exit program
005540     end-if.

005550     move up-password to agar-value.
005560     call "agarutenti-sale".

005570     move "P" to ute-azione.
005580     call "agarutenti-file".

005590     move spaces to agar-value.
005600     string "users: password reset " function trim(ute-nome)
005610      delimited by size into agar-value.
005620     call "agarutenti-esito".

005630     exit program.

005640 end program UtentePassword.

005650 identification division.
005660 program-id. UtenteDisabilita.
005670*
005680* the selected user can no longer sign on
005690*
005700 data division.

005710 working-storage section.

005720     copy "global".

005730 01 utenti-banco                 external.
005740    05 ute-grid                  usage pointer.
005750    05 ute-campo-utente          usage pointer.
005760    05 ute-campo-ruolo           usage pointer.
005770    05 ute-campo-password        usage pointer.
005780    05 ute-file                  pic x(200).
005790    05 ute-lista                 pic x(200).
005800    05 ute-azione                pic x.
005810    05 ute-nome                  pic x(32).
005820    05 ute-ruolo                 pic x(32).
005830    05 ute-sale                  pic x(16).
005840    05 ute-hash                  pic x(18).
005850    05 ute-esito                 pic xx.
005860    05 ute-campo-ditte           usage pointer.
005870    05 ute-ditte                 pic x(100).

005880 procedure division.

005890     call "agarutenti-scelto".
005900     if ute-nome = spaces
005910      exit program.

005920     move spaces to agar-text.
005930     string "Disabilitare " function trim(ute-nome) " ?"
005940      delimited by size into agar-text.
005950     move "ask-confirm" to agar-function.
005960     call "agarcob".

005970     if agar-int not = zero
005980      exit program.

005990     move "D" to ute-azione.
006000     call "agarutenti-file".

006010     move spaces to agar-value.
006020     string "users: disable " function trim(ute-nome)
006030      delimited by size into agar-value.
006040     call "agarutenti-esito".

006050     exit program.

006060 end program UtenteDisabilita.

006070 identification division.
006080 program-id. UtenteAbilita.
006090*
006100* the selected user active again, the lockout and the count
006110* of the failed attempts cleared
006120*
006130 data division.

006140 working-storage section.

006150     copy "global".

006160 01 utenti-banco                 external.
006170    05 ute-grid                  usage pointer.
006180    05 ute-campo-utente          usage pointer.
006190    05 ute-campo-ruolo           usage pointer.
006200    05 ute-campo-password        usage pointer.
006210    05 ute-file                  pic x(200).
006220    05 ute-lista                 pic x(200).
006230    05 ute-azione                pic x.
006240    05 ute-nome                  pic x(32).
006250    05 ute-ruolo                 pic x(32).
006260    05 ute-sale                  pic x(16).
006270    05 ute-hash                  pic x(18).
006280    05 ute-esito                 pic xx.
006290    05 ute-campo-ditte           usage pointer.
006300    05 ute-ditte                 pic x(100).

006310 procedure division.

006320     call "agarutenti-scelto".
006330     if ute-nome = spaces
006340      exit program.

006350     move "A" to ute-azione.
006360     call "agarutenti-file".

006370     move spaces to agar-value.
006380     string "users: enable " function trim(ute-nome)
006390      delimited by size into agar-value.
006400     call "agarutenti-esito".

006410     exit program.

006420 end program UtenteAbilita.

006430 identification division.
006440 program-id. UtenteDitte.
006450*
006460* the companies typed in the field to the selected user,
006470* all of them when the field is left blank
006480*
006490 data division.

006500 working-storage section.

006510     copy "global".

006520 01 utenti-banco                 external.
006530    05 ute-grid                  usage pointer.
006540    05 ute-campo-utente          usage pointer.
006550    05 ute-campo-ruolo           usage pointer.
006560    05 ute-campo-password        usage pointer.
006570    05 ute-file                  pic x(200).
006580    05 ute-lista                 pic x(200).
006590    05 ute-azione                pic x.
006600    05 ute-nome                  pic x(32).
006610    05 ute-ruolo                 pic x(32).
006620    05 ute-sale                  pic x(16).
006630    05 ute-hash                  pic x(18).
006640    05 ute-esito                 pic xx.
006650    05 ute-campo-ditte           usage pointer.
006660    05 ute-ditte                 pic x(100).

006670 procedure division.

006680     call "agarutenti-scelto".
006690     if ute-nome = spaces
006700      exit program.

006710     move ute-campo-ditte to agar-widget agar-object.
006720     move "get-text" to agar-function.
006730     call "agarcob".
006740     inspect agar-text replacing all x"00" by space.
006750     move function upper-case(agar-text(1:100)) to ute-ditte.
006760     inspect ute-ditte replacing all ";" by ",".

006770     move spaces to agar-text.
006780     if ute-ditte = spaces
006790      string "Tutte le societa' a " function trim(ute-nome) " ?"
006800       delimited by size into agar-text
006810     else
006820      string "Societa' " function trim(ute-ditte)
006830             " a "       function trim(ute-nome) " ?"
006840       delimited by size into agar-text
006850     end-if.
006860     move "ask-confirm" to agar-function.
006870     call "agarcob".

006880     if agar-int not = zero
006890      exit program.

006900     move "C" to ute-azione.
006910     call "agarutenti-file".

006920     move spaces to agar-value.
006930     string "users: companies " function trim(ute-ditte)
006940            " to "              function trim(ute-nome)
006950      delimited by size into agar-value.
006960     call "agarutenti-esito".

006970     exit program.

006980 end program UtenteDitte.

006990 identification division.
007000 program-id. agarutenti-file.
007010*
007020* the users file itself, ute-azione telling what to do:
007030* L the list for the grid, S the salt of ute-nome, N append
007040* ute-nome, R role, P password reset, D disable, A enable,
007050* C companies (ute-ditte);
007060* ute-esito back OK, DU already there, NF not found, KO when
007070* the file cannot be read or written
007080*
007090 environment division.
007100 input-output section.
007110 file-control.

007120     select optional ark-ute assign to ute-file
007130      organization is line sequential
007140      file status  is uf-stato.

007150     select ark-unuovo assign to uf-nuovo-file
007160      organization is line sequential
007170      file status  is uf-nuovo-stato.

007180     select ark-ulista assign to ute-lista
007190      organization is line sequential
007200      file status  is uf-lista-stato.

007210 data division.

007220 file section.

007230 fd ark-ute.
007240 01 rec-ute.
007250    02 dati-ute                  pic x(400).

007260 fd ark-unuovo.
007270 01 rec-unuovo.
007280    02 dati-unuovo               pic x(400).

007290 fd ark-ulista.
007300 01 rec-ulista.
007310    02 dati-ulista               pic x(256).

007320 working-storage section.

007330     copy "global".

007340 77 uf-stato                     pic xx.
007350 77 uf-nuovo-file                pic x(210).
007360 77 uf-nuovo-stato               pic xx.
007370 77 uf-lista-stato               pic xx.
007380 77 uf-eof                       pic x.
007390 77 uf-trovato                   pic x.
007400 77 uf-oggi                      pic 9(8).
007410 77 uf-riga                      pic x(400).
007420 77 uf-comando                   pic x(512).
007430 77 uf-falliti                   pic 9(3).
007440 77 uf-falliti-edit              pic z(2)9.
007450 77 uf-stato-testo               pic x(12).
007460 77 uf-ultimo-testo              pic x(16).
007470 77 uf-data-testo                pic x(10).
007480 77 uf-storia-nuova              pic x(120).
007490 77 uf-rc                        usage binary-long.
007500 77 uf-punta                     usage binary-long.
007510 77 uf-ditte-testo               pic x(100).

007520 01 uf-voce.
007530    05 uf-utente                 pic x(32).
007540    05 uf-sale                   pic x(16).
007550    05 uf-hash                   pic x(18).
007560    05 uf-ruolo                  pic x(32).
007570    05 uf-stato-utente           pic x.
007580    05 uf-cambio                 pic x.
007590    05 uf-ultimo                 pic x(14).
007600    05 uf-falliti-testo          pic x(4).
007610    05 uf-data-pwd               pic x(8).
007620    05 uf-storia                 pic x(120).
007630    05 uf-ditte                  pic x(100).

007640 01 utenti-banco                 external.
007650    05 ute-grid                  usage pointer.
007660    05 ute-campo-utente          usage pointer.
007670    05 ute-campo-ruolo           usage pointer.
007680    05 ute-campo-password        usage pointer.
007690    05 ute-file                  pic x(200).
007700    05 ute-lista                 pic x(200).
007710    05 ute-azione                pic x.
007720    05 ute-nome                  pic x(32).
007730    05 ute-ruolo                 pic x(32).
007740    05 ute-sale                  pic x(16).
007750    05 ute-hash                  pic x(18).
007760    05 ute-esito                 pic xx.
007770    05 ute-campo-ditte           usage pointer.
007780    05 ute-ditte                 pic x(100).

007790 procedure division.

007800 inizio.

007810     move "KO" to ute-esito.
007820     move space to uf-trovato.
007830     accept uf-oggi from date yyyymmdd.

007840     move spaces to uf-nuovo-file.
007850     string function trim(ute-file) ".new"
007860      delimited by size into uf-nuovo-file.

007870     open input ark-ute.

007880     if uf-stato not = "00" and uf-stato not = "05"
007890      display "agarutenti: cannot read "
007900       function trim(ute-file) upon syserr
007910      go to fine.

007920     if ute-azione = "L"
007930      open output ark-ulista
007940     else
007950      if ute-azione not = "S"
007960       open output ark-unuovo
007970      end-if
007980     end-if.

007990     if (ute-azione = "L" and uf-lista-stato not = "00")
008000      or (ute-azione not = "L" and ute-azione not = "S"
008010          and uf-nuovo-stato not = "00")
008020      display "agarutenti: cannot write the work file"
008030       upon syserr
008040      close ark-ute
008050      go to fine.

008060     move space to uf-eof.

008070     perform una-riga thru ex-una-riga
008080      until uf-eof = "S".

008090     close ark-ute.

008100     evaluate ute-azione
008110      when "L"
008120       close ark-ulista
008130       move "OK" to ute-esito
008140       go to fine
008150      when "S"
008160       if uf-trovato = "S"
008170        move "OK" to ute-esito
008180       else
008190        move "NF" to ute-esito
008200       end-if
008210       go to fine
008220     end-evaluate.

008230     if ute-azione = "N" and uf-trovato = "S"
008240      move "DU" to ute-esito.

008250     if ute-azione not = "N" and uf-trovato not = "S"
008260      move "NF" to ute-esito.

008270     if ute-azione = "N" and uf-trovato not = "S"
008280      perform utente-nuovo thru ex-utente-nuovo
008290      write rec-unuovo from uf-riga.

008300     close ark-unuovo.

008310     if ute-esito = "DU" or ute-esito = "NF"
008320      call "CBL_DELETE_FILE" using uf-nuovo-file
008330      go to fine.

008340     move spaces to uf-comando.
008350     string "mv -f '" function trim(uf-nuovo-file)
008360            "' '"    function trim(ute-file) "'"
008370            delimited by size into uf-comando.
008380     call "SYSTEM" using function trim(uf-comando)
008390      returning uf-rc.

008400     if uf-rc = zero
008410      move "OK" to ute-esito.

008420 fine.

008430     exit program.

008440*
008450* one line of the users file: comments and blanks pass as
008460* they are, the line of ute-nome gets the change
008470*
008480 una-riga.

008490     read ark-ute next at end
008500      move "S" to uf-eof
008510      go to ex-una-riga.

008520     move dati-ute to uf-riga.

008530     if dati-ute = spaces or dati-ute(1:1) = "#"
008540      go to scrivi-riga.

008550     move spaces to uf-voce.
008560     unstring dati-ute delimited by ";"
008570      into uf-utente uf-sale uf-hash uf-ruolo
008580           uf-stato-utente uf-cambio uf-ultimo
008590           uf-falliti-testo uf-data-pwd uf-storia
008600           uf-ditte
008610     end-unstring.

008620     move zeros to uf-falliti.
008630     if uf-falliti-testo not = spaces
008640      move function numval(uf-falliti-testo) to uf-falliti.

008650     if ute-azione = "L"
008660      perform riga-lista thru ex-riga-lista
008670      go to ex-una-riga.

008680     if uf-utente not = ute-nome
008690      go to scrivi-riga.

008700     move "S" to uf-trovato.

008710     evaluate ute-azione
008720      when "S"
008730       move uf-sale to ute-sale
008740       go to ex-una-riga
008750      when "N"
008760       go to scrivi-riga
008770      when "R"
008780       move ute-ruolo to uf-ruolo
008790      when "D"
008800       move "D" to uf-stato-utente
008810      when "A"
008820       move "A" to uf-stato-utente
008830       move zeros to uf-falliti
008840      when "C"
008850       move ute-ditte to uf-ditte
008860      when "P"
008870       move spaces to uf-storia-nuova
008880       string function trim(uf-hash) ","
008890              uf-storia
008900              delimited by size into uf-storia-nuova
008910       if uf-storia-nuova(20:1) = space
008920        move space to uf-storia-nuova(19:1)
008930       end-if
008940       move uf-storia-nuova(1:94) to uf-storia
008950       move ute-sale to uf-sale
008960       move ute-hash to uf-hash
008970       move "S"      to uf-cambio
008980       move uf-oggi  to uf-data-pwd
008990       if uf-stato-utente = "L"
009000        move "A" to uf-stato-utente
009010       end-if
009020       move zeros    to uf-falliti
009030     end-evaluate.

009040     perform ricomponi thru ex-ricomponi.

009050 scrivi-riga.

009060     if ute-azione not = "S"
009070      write rec-unuovo from uf-riga.

009080 ex-una-riga.
009090     exit.

009100*
009110* a new account, to change the password at the first sign-on
009120*
009130 utente-nuovo.

009140     move spaces   to uf-voce.
009150     move ute-nome  to uf-utente.
009160     move ute-sale  to uf-sale.
009170     move ute-hash  to uf-hash.
009180     move ute-ruolo to uf-ruolo.
009190     move "A"       to uf-stato-utente.
009200     move "S"       to uf-cambio.
009210     move zeros     to uf-falliti.
009220     move uf-oggi   to uf-data-pwd.
009230     move ute-ditte to uf-ditte.

009240     perform ricomponi thru ex-ricomponi.

009250     move "S" to uf-trovato.

009260 ex-utente-nuovo.
009270     exit.

009280 ricomponi.

009290     move uf-falliti to uf-falliti-edit.
009300     move spaces to uf-riga.
009310     move 1      to uf-punta.
009320     string function trim(uf-utente)       ";"
009330            function trim(uf-sale)         ";"
009340            function trim(uf-hash)         ";"
009350            function trim(uf-ruolo)        ";"
009360            uf-stato-utente                ";"
009370            uf-cambio                      ";"
009380            function trim(uf-ultimo)       ";"
009390            function trim(uf-falliti-edit) ";"
009400            function trim(uf-data-pwd)     ";"
009410            function trim(uf-storia)
009420            delimited by size into uf-riga
009430            with pointer uf-punta.
009440     if uf-ditte not = spaces
009450      string ";" function trim(uf-ditte)
009460             delimited by size into uf-riga
009470             with pointer uf-punta
009480      end-string
009490     end-if.

009500 ex-ricomponi.
009510     exit.

009520*
009530* the row of the grid, dates the way an operator reads them
009540*
009550 riga-lista.

009560     evaluate uf-stato-utente
009570      when "D"
009580       move "disabilitato" to uf-stato-testo
009590      when "L"
009600       move "bloccato"     to uf-stato-testo
009610      when other
009620       move "attivo"       to uf-stato-testo
009630     end-evaluate.

009640     move spaces to uf-ultimo-testo.
009650     if uf-ultimo(1:8) numeric
009660      string uf-ultimo(7:2) "/" uf-ultimo(5:2) "/"
009670             uf-ultimo(1:4) " "
009680             uf-ultimo(9:2) ":" uf-ultimo(11:2)
009690             delimited by size into uf-ultimo-testo.

009700     move spaces to uf-data-testo.
009710     if uf-data-pwd numeric
009720      string uf-data-pwd(7:2) "/" uf-data-pwd(5:2) "/"
009730             uf-data-pwd(1:4)
009740             delimited by size into uf-data-testo.

009750     move uf-falliti to uf-falliti-edit.

009760     move uf-ditte to uf-ditte-testo.
009770     if uf-ditte = spaces or uf-ditte = "*"
009780      move "tutte" to uf-ditte-testo.

009790     move spaces to dati-ulista.
009800     string function trim(uf-utente)       ";"
009810            function trim(uf-ruolo)        ";"
009820            function trim(uf-stato-testo)  ";"
009830            uf-cambio                      ";"
009840            uf-ultimo-testo                ";"
009850            function trim(uf-falliti-edit) ";"
009860            uf-data-testo                  ";"
009870            function trim(uf-ditte-testo)
009880            delimited by size into dati-ulista.

009890     write rec-ulista.

009900 ex-riga-lista.
009910     exit.

009920 end program agarutenti-file.
