       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. senhahash.
       AUTHOR. VILMAR CATAFESTA.
      *> One-way password hash for the OPERADOR.DAT master, called
      *> by signon.cob, opermnt.cob and the conversions so the
      *> operator file never holds a password, only its hash:
      *>   S - salt: a fresh 8-character salt in SH-SAL, drawn once
      *>       per operator when the password is first stored;
      *>   H - hash: SH-SAL + SH-SENHA run through two independent
      *>       squaring chains modulo the primes 999999999999989 and
      *>       999999999999947, 500 passes over the 18 bytes, and the
      *>       two 15-digit residues come back in SH-HASH.
      *> Squaring modulo a prime cannot be walked backwards to the
      *> bytes that fed it, the salt keeps two operators with the
      *> same password from sharing a hash, and the 500 passes make
      *> guessing through every password slow. SH-SENHA is cleared
      *> on the way out so the caller's copy is not left behind.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TEXTO         pic x(18).
       01 WS-H1            pic 9(15).
       01 WS-H2            pic 9(15).
       01 WS-PROD          pic 9(30).
       01 WS-C             pic 9(03).
       01 WS-POS           pic 9(02).
       01 WS-VOLTA         pic 9(03).
       01 WS-PRIMO1        pic 9(15) value 999999999999989.
       01 WS-PRIMO2        pic 9(15) value 999999999999947.
       01 WS-SEMEADO       pic x value 'N'.
       01 WS-SEMENTE       pic 9(08).
       01 WS-ALEAT         pic 9v9(09).
       01 WS-IDX           pic 9(02).
       01 WS-LETRA         pic 9(02).
       01 WS-ALFABETO      pic x(32)
                           value "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01 WS-RUN-TIME      pic 9(08).

       LINKAGE SECTION.
       01 SH-AREA.
           05 SH-FUNC      pic x.
           05 SH-SAL       pic x(08).
           05 SH-SENHA     pic x(10).
           05 SH-HASH      pic x(30).

       PROCEDURE DIVISION USING SH-AREA.
       001-Main.
            evaluate SH-FUNC
                when 'S' perform NewSalt
                when 'H' perform HashPassword
            end-evaluate
            goback.

      *> The generator is seeded from the clock on the first call of
      *> the run; a conversion salting a whole file keeps drawing
      *> from the same sequence, so no two operators share a salt.
       NewSalt.
            if WS-SEMEADO = 'N'
                accept WS-RUN-TIME from time
                move WS-RUN-TIME to WS-SEMENTE
                compute WS-ALEAT = function random(WS-SEMENTE)
                move 'Y' to WS-SEMEADO
            end-if
            move spaces to SH-SAL
            perform varying WS-IDX from 1 by 1 until WS-IDX > 8
                compute WS-ALEAT = function random
                compute WS-LETRA = WS-ALEAT * 32 + 1
                if WS-LETRA > 32
                    move 32 to WS-LETRA
                end-if
                move WS-ALFABETO (WS-LETRA:1) to SH-SAL (WS-IDX:1)
            end-perform.

       HashPassword.
            move SH-SAL   to WS-TEXTO (1:8)
            move SH-SENHA to WS-TEXTO (9:10)
            move 314159265358979 to WS-H1
            move 271828182845904 to WS-H2
            perform varying WS-VOLTA from 1 by 1 until WS-VOLTA > 500
                perform MixByte
                    varying WS-POS from 1 by 1 until WS-POS > 18
            end-perform
            move WS-H1 to SH-HASH (1:15)
            move WS-H2 to SH-HASH (16:15)
            move spaces to SH-SENHA WS-TEXTO.

      *> Each chain squares its state, folds in the byte, its
      *> position, the pass and the other chain, and reduces modulo
      *> its prime; H1 squared stays under 30 digits.
       MixByte.
            compute WS-C = function ord(WS-TEXTO (WS-POS:1))
            compute WS-PROD = WS-H1 * WS-H1 + WS-C * WS-POS
                + WS-VOLTA + WS-H2
            compute WS-H1 = function mod(WS-PROD, WS-PRIMO1)
            compute WS-PROD = WS-H2 * WS-H2 + WS-C * 257
                + WS-VOLTA + WS-H1
            compute WS-H2 = function mod(WS-PROD, WS-PRIMO2).

       END PROGRAM senhahash.
