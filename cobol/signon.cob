      *> tries lock the account until a supervisor clears it in
      *> opermnt.cob, and the three previous passwords cannot be
      *> reused. Every outcome still goes through WriteLog.
      *> The master holds no passwords: each operator has a salt and
      *> senhahash.cob's one-way hash of password + salt, and the
      *> sign-on, the grace prompt and the reuse check all compare
      *> hashes. An operator flagged OP-TROCA (every account after
      *> senhaconv.cob hashed the old plain-text file) must pick a
      *> new password before getting in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD OperFile.
       01 OperData.
            02 OP-ID         pic x(10).
            02 OP-SAL        pic x(08).
            02 OP-SENHA      pic x(30).
            02 OP-NIVEL      pic 9.
            02 OP-SENHA-DATA pic 9(08).
            02 OP-FALHAS     pic 9.
            02 OP-BLOQUEADO  pic x.
            02 OP-TROCA      pic x.
            02 OP-HIST1      pic x(30).
            02 OP-HIST2      pic x(30).
            02 OP-HIST3      pic x(30).

       FD SignInLog.
       01 SignInRec        pic x(60).
       01 WS-SENHA-INT     pic 9(07).
       01 WS-IDADE         pic s9(05).
       01 WS-TROCA-OK      pic x.
       01 WS-HASH          pic x(30).
       01 WS-RUN-DATE.
           02 WS-RUN-YYYY  pic 9(4).
           02 WS-RUN-MM    pic 9(2).
           05 FILLER         pic x     value space.
           05 LL-NOTE        pic x(28).

       01 WS-SH-AREA.
           05 SH-FUNC      pic x.
           05 SH-SAL       pic x(08).
           05 SH-SENHA     pic x(10).
           05 SH-HASH      pic x(30).

       LINKAGE SECTION.
       01 SG-AREA.
           05 SG-FUNC      pic x.
      *>       as supervisor so somebody can maintain it.
                open output OperFile
                move SG-OPERATOR to OP-ID
                move 'S' to SH-FUNC
                call "senhahash" using WS-SH-AREA
                move SH-SAL      to OP-SAL
                perform HashSenha
                move WS-HASH     to OP-SENHA
                move 9           to OP-NIVEL
                move WS-HOJE-NUM to OP-SENHA-DATA
                move zero        to OP-FALHAS
                move 'N'         to OP-BLOQUEADO
                move 'N'         to OP-TROCA
                move spaces to OP-HIST1 OP-HIST2 OP-HIST3
                write OperData
                end-write
                    " clear it in opermnt."
                exit paragraph
            end-if
            perform HashSenha
            if OP-SENHA not = WS-HASH
                add 1 to OP-FALHAS
                if OP-FALHAS >= 3
      *>            Three strikes: the guesser stops here until a
            compute WS-SENHA-INT =
                function integer-of-date(OP-SENHA-DATA)
            compute WS-IDADE = WS-HOJE-INT - WS-SENHA-INT
            if WS-IDADE >= WS-DIAS-VALIDADE or OP-TROCA = 'S'
                if OP-TROCA = 'S'
                    display "A new password must be chosen before"
                        " signing on."
                else
                    display "Password expired (" WS-IDADE " days old)."
                end-if
                perform ForceNewPassword
                if WS-TROCA-OK = 'N'
                    rewrite OperData
            move 'Y' to SG-OK.

      *> Expired password: the grace prompt takes a new one on the
      *> spot; the last three passwords are off the table. The
      *> history keeps hashes under the operator's salt, so the new
      *> password is hashed the same way and compared hash to hash.
       ForceNewPassword.
            move 'N' to WS-TROCA-OK
            display "New password: " with no advancing
            accept WS-SENHA-NOVA
            if WS-SENHA-NOVA = spaces
                display "Blank password refused."
                exit paragraph
            end-if
            move WS-SENHA-NOVA to WS-SENHA
            move spaces to WS-SENHA-NOVA
            perform HashSenha
            if WS-HASH = OP-SENHA
                    or WS-HASH = OP-HIST1
                    or WS-HASH = OP-HIST2
                    or WS-HASH = OP-HIST3
                display "That password was used recently -"
                    " pick another."
                exit paragraph
            move OP-HIST2 to OP-HIST3
            move OP-HIST1 to OP-HIST2
            move OP-SENHA to OP-HIST1
            move WS-HASH       to OP-SENHA
            move WS-HOJE-NUM   to OP-SENHA-DATA
            move 'N'           to OP-TROCA
            move 'Y' to WS-TROCA-OK
            display "Password changed.".

      *> WS-SENHA hashed under OP-SAL into WS-HASH; senhahash.cob
      *> blanks its copy and the typed password is dropped here too.
       HashSenha.
            move 'H'      to SH-FUNC
            move OP-SAL   to SH-SAL
            move WS-SENHA to SH-SENHA
            call "senhahash" using WS-SH-AREA
            move SH-HASH  to WS-HASH
            move spaces   to WS-SENHA.

       LoadExpiryDays.
            move 90 to WS-DIAS-VALIDADE
            open input ParmFile
