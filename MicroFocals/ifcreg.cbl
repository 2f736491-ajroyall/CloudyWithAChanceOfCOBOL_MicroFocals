       identification division.
       program-id. ifcreg.

      *> outbound interface register - single writer for the framing
      *> and the register of every file sent to an outside partner.
      *> the sending programs (gosclaim, gos3claim, gos4claim,
      *> gos6notify, mecsclaim, insclaim, labexport, refexport,
      *> availexport, commsdisp, hoextract) call here as they write:
      *> "B" when the file is opened takes the interface's next
      *> sequence number and hands back the standard header line,
      *> "R" counts each detail record into the record count and
      *> hash total, "E" hands back the standard trailer line, and
      *> "K" once the file is closed takes a kept copy of exactly
      *> what was sent and marks the register entry sent. the bank's
      *> direct debit file (clsrun.cbl) carries the bank's own
      *> labels, so it takes "B" for the register entry but never
      *> writes the header or trailer. the entry is written "open"
      *> at "B", so a run that dies part way leaves an incomplete
      *> entry behind instead of nothing, and ifcview.cbl shows it
      *> alongside any gap in the sequence.
      *>
      *> header  HDR sender partner interface sequence date time
      *> trailer TRL interface sequence record-count hash-total
      *>
      *> the hash total is the sum of the character codes of every
      *> detail record as written (trailing spaces excluded), modulo
      *> 10**15 - a partner can recompute it from the file alone.
      *>
      *> one file at a time per caller: the state of the file being
      *> written lives here between calls.

       environment division.
       input-output section.
       file-control.
       copy "ifcreg-fc.cpy".

      *> last sequence number taken, per interface (the position in
      *> ic-defs below)
       select ifcseq-file assign "$MFOCALDIR/ifcseq.dat"
        organization is sequential
        status is ws-file-status.

      *> this run's own lines, for a file appended to across runs
       select kept-file assign to dynamic ic-kept-path
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "ifcreg-fd.cpy".

       fd ifcseq-file.
       01 IfcSeqInformation.
         03 Highest-Ifc-Seq       pic 9(9) occurs 20.

       fd kept-file.
       01 kept-line               pic x(500).

       working-storage section.
       copy "common_ws.cpy".

      *> who we are to the partners - the sender on every header
       78 IC-SENDER-ID            value "MFOCALS".

      *> the interfaces and the partner each one goes to - the
      *> sequence numbers are kept per interface
       78 IC-MAX-INTERFACES       value 20.
       78 IC-DEF-COUNT            value 12.
       01 ic-def-table.
         03 filler pic x(16) value "GOSCLAIMNHS     ".
         03 filler pic x(16) value "GOS3CLM NHS     ".
         03 filler pic x(16) value "GOS6NTFYNHS     ".
         03 filler pic x(16) value "LABORDERLAB     ".
         03 filler pic x(16) value "REFERRALTRUST   ".
         03 filler pic x(16) value "AVAILFD WEB     ".
         03 filler pic x(16) value "SMSGATE SMS     ".
         03 filler pic x(16) value "HOEXTRCTHO      ".
         03 filler pic x(16) value "GOS4CLM NHS     ".
         03 filler pic x(16) value "MECSCLM MECS    ".
         03 filler pic x(16) value "INSCLAIMINSURER ".
         03 filler pic x(16) value "BACSDD  BANK    ".
       01 redefines ic-def-table.
         03 ic-defs occurs IC-DEF-COUNT.
           05 ic-def-interface    pic x(8).
           05 ic-def-partner      pic x(8).

       01 ic-def-idx              binary-long.
       01 ic-found-idx            binary-long.
       01 ic-env-done             pic x value "n".
       01 ic-char-idx             binary-long.
       01 ic-used-len             binary-long.

      *> the file being written
       01 ic-interface            pic x(8).
       01 ic-partner              pic x(8).
       01 ic-file-name            pic x(40).
       01 ic-appended             pic x.
       01 ic-seq                  pic 9(9).
       01 ic-record-count         pic 9(9).
       01 ic-hash-total           pic 9(18).
       01 ic-kept-path            pic x(80).
       01 ic-src-path             pic x(120).
       01 ic-kept-open            pic x value "n".
       01 ic-date-temp            pic 9(8).
       01 ic-time-temp            pic 9(8).

       01 ic-header.
         03 filler                pic x(3) value "HDR".
         03 ic-hdr-sender         pic x(8).
         03 ic-hdr-partner        pic x(8).
         03 ic-hdr-interface      pic x(8).
         03 ic-hdr-seq            pic 9(9).
         03 ic-hdr-date           pic 9(8).
         03 ic-hdr-time           pic 9(6).

       01 ic-trailer.
         03 filler                pic x(3) value "TRL".
         03 ic-trl-interface      pic x(8).
         03 ic-trl-seq            pic 9(9).
         03 ic-trl-count          pic 9(9).
         03 ic-trl-hash           pic 9(15).

       linkage section.
       01 lnk-ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==lnk-ifc-==.
       01 lnk-ifc-record          pic x(32000).

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-ifc-request, lnk-ifc-record.
           if ic-env-done not equals "y"
              perform init-env
              move "y" to ic-env-done
           end-if

           evaluate lnk-ifc-action
              when "B"
                 perform begin-file
              when "R"
                 perform count-record
              when "E"
                 perform end-file
              when "K"
                 perform keep-file
           end-evaluate

           move ic-seq to lnk-ifc-seq
           move ic-record-count to lnk-ifc-record-count
           move ic-hash-total to lnk-ifc-hash-total
           goback returning 0.

        begin-file.
           move lnk-ifc-interface to ic-interface
           move lnk-ifc-file-name to ic-file-name
           move lnk-ifc-appended to ic-appended
           move 0 to ic-record-count ic-hash-total

           move 0 to ic-found-idx
           perform varying ic-def-idx from 1 by 1
                until ic-def-idx > IC-DEF-COUNT
              if ic-def-interface(ic-def-idx) equals ic-interface
                 move ic-def-idx to ic-found-idx
              end-if
           end-perform
           if ic-found-idx equals 0
              move "OTHER" to ic-partner
           else
              move ic-def-partner(ic-found-idx) to ic-partner
           end-if

           if lnk-ifc-own-seq not equals 0
              move lnk-ifc-own-seq to ic-seq
           else
              perform take-next-sequence
           end-if

           move spaces to ic-kept-path
           string ws-mfocaldir delimited by space
              "/ifc-" delimited by size
              ic-interface delimited by space
              "-" ic-seq ".dat" delimited by size
              into ic-kept-path
           end-string

           accept ic-date-temp from date YYYYMMDD
           accept ic-time-temp from time
           move IC-SENDER-ID to ic-hdr-sender
           move ic-partner to ic-hdr-partner
           move ic-interface to ic-hdr-interface
           move ic-seq to ic-hdr-seq
           move ic-date-temp to ic-hdr-date
           move ic-time-temp(1:6) to ic-hdr-time
           move ic-header to lnk-ifc-frame-line

           if ic-appended equals "y"
              open output kept-file
              if fs-okay
                 move "y" to ic-kept-open
                 move ic-header to kept-line
                 write kept-line
              end-if
           end-if

      *> the entry goes on as open now - a run that never reaches
      *> "K" leaves it showing as incomplete
           open i-o ifcreg-file
           if ws-file-status equals "35"
              open output ifcreg-file
           end-if
           if not fs-okay
              exit paragraph
           end-if
           initialize ifcreg-entry
           move ic-interface to ir-interface
           move ic-seq to ir-seq
           move ic-partner to ir-partner
           move ic-file-name to ir-file-name
           move ic-kept-path to ir-kept-path
           move ic-appended to ir-appended
           move "O" to ir-status
           move ic-date-temp to ir-sent-date
           move ic-time-temp to ir-sent-time
           write ifcreg-entry
           if fs-key-already-exists
              rewrite ifcreg-entry
           end-if
           close ifcreg-file
           .

        count-record.
           add 1 to ic-record-count
           move lnk-ifc-record-len to ic-used-len
           perform until ic-used-len equals 0
                 or lnk-ifc-record(ic-used-len:1) not equals space
              subtract 1 from ic-used-len
           end-perform

           perform varying ic-char-idx from 1 by 1
                until ic-char-idx > ic-used-len
              compute ic-hash-total = ic-hash-total
                 + function ord(lnk-ifc-record(ic-char-idx:1)) - 1
           end-perform
           if ic-hash-total > 999999999999999
              compute ic-hash-total = function
                 mod(ic-hash-total, 1000000000000000)
           end-if

           if ic-kept-open equals "y"
              move spaces to kept-line
              if ic-used-len > length of kept-line
                 move lnk-ifc-record(1:length of kept-line)
                    to kept-line
              else
                 if ic-used-len > 0
                    move lnk-ifc-record(1:ic-used-len) to kept-line
                 end-if
              end-if
              write kept-line
           end-if
           .

        end-file.
           move ic-interface to ic-trl-interface
           move ic-seq to ic-trl-seq
           move ic-record-count to ic-trl-count
           move ic-hash-total to ic-trl-hash
           move ic-trailer to lnk-ifc-frame-line
           if ic-kept-open equals "y"
              move ic-trailer to kept-line
              write kept-line
              close kept-file
              move "n" to ic-kept-open
           end-if
           .

      *> the caller has closed the file - a whole-file interface is
      *> copied as it now stands; an appended one already has its
      *> batch kept line by line
        keep-file.
           if ic-appended not equals "y"
              perform resolve-source-path
              call "CBL_COPY_FILE" using ic-src-path ic-kept-path
              end-call
              if return-code not equal 0
                 move spaces to ic-kept-path
              end-if
           end-if

           open i-o ifcreg-file
           if not fs-okay
              exit paragraph
           end-if
           move ic-interface to ir-interface
           move ic-seq to ir-seq
           read ifcreg-file
              invalid key continue
           end-read
           if fs-okay
              move "S" to ir-status
              move ic-record-count to ir-record-count
              move ic-hash-total to ir-hash-total
              move ic-kept-path to ir-kept-path
              accept ic-date-temp from date YYYYMMDD
              accept ic-time-temp from time
              move ic-date-temp to ir-sent-date
              move ic-time-temp to ir-sent-time
              rewrite ifcreg-entry
           end-if
           close ifcreg-file
           .

      *> the outbound name as the caller assigned it - a leading
      *> $MFOCALDIR is expanded here, the copy routine won't
        resolve-source-path.
           move spaces to ic-src-path
           if ic-file-name(1:11) equals "$MFOCALDIR/"
              string ws-mfocaldir delimited by space
                 ic-file-name(11:) delimited by space
                 into ic-src-path
              end-string
           else
              move ic-file-name to ic-src-path
           end-if
           .

      *> next sequence number for the interface under an exclusive
      *> lock, same read-increment-rewrite idiom as the id files
        take-next-sequence.
           if ic-found-idx equals 0
              move IC-MAX-INTERFACES to ic-found-idx
           end-if
           open i-o ifcseq-file with lock
           if ws-file-status equals "35"
              open output ifcseq-file
              perform check-file-status
              initialize IfcSeqInformation
              move 1 to Highest-Ifc-Seq(ic-found-idx)
              write IfcSeqInformation
              perform check-file-status
           else
              perform check-file-status
              read ifcseq-file
              perform check-file-status
              add 1 to Highest-Ifc-Seq(ic-found-idx)
              rewrite IfcSeqInformation
              perform check-file-status
           end-if
           close ifcseq-file
           perform check-file-status
           move Highest-Ifc-Seq(ic-found-idx) to ic-seq
           .

       copy "common.cpy".
