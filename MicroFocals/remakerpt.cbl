       identification division.
       program-id. remakerpt.

      *> monthly remake-rate report - for the month, how many jobs
      *> came back from each lab and how many remakes were raised
      *> against that lab's work, then the same by the dispenser who
      *> took the order, each broken down by reason (LE lab error,
      *> DE dispensing error, NT non-tolerance, BR breakage). a
      *> remake carries the lab and dispenser of the job it replaced
      *> (labqc.cbl), so the rate lands where the fault was. labs are
      *> named off the supplier master. the month defaults to last
      *> month; a YYYYMM on the command line or as the run-control
      *> step argument picks another. headless, for the month-end
      *> run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "disporder-fc.cpy".
       copy "supplier-fc.cpy".

       select remake-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "disporder-fd.cpy".
       copy "supplier-fd.cpy".

       fd remake-report.
       01 report-line           pic x(90).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "remakerpt.txt".
       01 eof                   pic x.
       01 cmd-line              pic x(40).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 rm-this-yyyymm.
         03 rm-this-yyyy        pic 9999.
         03 rm-this-mm          pic 99.

      *> one table serves both cuts - "L" rows keyed by lab id, "D"
      *> rows keyed by dispenser operator id
       78 RM-MAX-AGG            value 200.
       01 rm-agg occurs RM-MAX-AGG.
         03 rm-agg-kind         pic x.
         03 rm-agg-key          pic x(10).
         03 rm-agg-back         binary-long.
         03 rm-agg-remakes      binary-long.
         03 rm-agg-le           binary-long.
         03 rm-agg-de           binary-long.
         03 rm-agg-nt           binary-long.
         03 rm-agg-br           binary-long.
       01 rm-agg-count-used     binary-long value 0.
       01 rm-agg-idx            binary-long.
       01 rm-find-kind          pic x.
       01 rm-find-key           pic x(10).
       01 rm-lab-key            pic 9(5).
       01 rm-rate               pic 999v9.
       01 rm-no-supplier-file   pic x value "n".

       01 report-header-line.
         03 filler              pic x(30)
            value "Remake rates - month ".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-section-line.
         03 rpt-section         pic x(60).

       01 report-column-line.
         03 filler              pic x(40) value
            "  Lab/dispenser              Jobs back".
         03 filler              pic x(40) value
            "  Remakes  Rate%   LE  DE  NT  BR".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-key             pic x(24).
         03 filler              pic x(3)  value spaces.
         03 rpt-back            pic zzzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-remakes         pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-rate            pic zz9.9.
         03 filler              pic x(2)  value spaces.
         03 rpt-le              pic zz9.
         03 filler              pic x(1)  value spaces.
         03 rpt-de              pic zz9.
         03 filler              pic x(1)  value spaces.
         03 rpt-nt              pic zz9.
         03 filler              pic x(1)  value spaces.
         03 rpt-br              pic zz9.

       01 report-none-line.
         03 filler              pic x(40)
            value "  No jobs back or remakes this month".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month

           open input disporder-file
           if not fs-okay
              display "Dispensing order file unavailable"
              goback
           end-if

           move 0 to do-order-id
           start disporder-file
               key > do-order-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read disporder-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform tally-one-order
              end-if
           end-perform

           close disporder-file

           perform write-remake-report
           display "Remake report for " rm-this-yyyymm
              " written to " rpt-filename
           goback.

        resolve-target-month.
           accept cmd-line from command-line
           if cmd-line equals spaces
              display "MFOCALSTEPARG" upon environment-name
              accept cmd-line from environment-value
           end-if
           if cmd-line not equals spaces
              and cmd-line(1:6) is numeric
              move cmd-line(1:6) to rm-this-yyyymm
           else
              accept date-today-temp from date YYYYMMDD
              move yyyy to rm-this-yyyy
              move mm to rm-this-mm
              if rm-this-mm equals 1
                 move 12 to rm-this-mm
                 subtract 1 from rm-this-yyyy
              else
                 subtract 1 from rm-this-mm
              end-if
           end-if
           .

      *> a job back in the month counts toward its lab's and its
      *> dispenser's throughput; a remake raised in the month counts
      *> against them, by reason
        tally-one-order.
           if do-back-yyyy equals rm-this-yyyy
              and do-back-mm equals rm-this-mm
              perform find-lab-row
              add 1 to rm-agg-back(rm-agg-idx)
              perform find-dispenser-row
              add 1 to rm-agg-back(rm-agg-idx)
           end-if

           if do-remake-of not equals 0
              and do-ordered-yyyy equals rm-this-yyyy
              and do-ordered-mm equals rm-this-mm
              perform find-lab-row
              perform count-remake
              perform find-dispenser-row
              perform count-remake
           end-if
           .

        count-remake.
           add 1 to rm-agg-remakes(rm-agg-idx)
           evaluate true
              when do-remake-lab-error
                 add 1 to rm-agg-le(rm-agg-idx)
              when do-remake-disp-error
                 add 1 to rm-agg-de(rm-agg-idx)
              when do-remake-non-tol
                 add 1 to rm-agg-nt(rm-agg-idx)
              when do-remake-breakage
                 add 1 to rm-agg-br(rm-agg-idx)
           end-evaluate
           .

        find-lab-row.
           move "L" to rm-find-kind
           move do-lab-id to rm-lab-key
           move rm-lab-key to rm-find-key
           perform find-agg-row
           .

        find-dispenser-row.
           move "D" to rm-find-kind
           move do-dispensed-by to rm-find-key
           if rm-find-key equals spaces
              move "(unknown)" to rm-find-key
           end-if
           perform find-agg-row
           .

      *> same find-or-add idiom as refundrpt.cbl's aggregates - a
      *> full table folds the overflow into its last row rather than
      *> losing the count
        find-agg-row.
           perform varying rm-agg-idx from 1 by 1
                until rm-agg-idx > rm-agg-count-used
              if rm-agg-kind(rm-agg-idx) equals rm-find-kind
                 and rm-agg-key(rm-agg-idx) equals rm-find-key
                 exit perform
              end-if
           end-perform
           if rm-agg-idx > rm-agg-count-used
              if rm-agg-count-used >= RM-MAX-AGG
                 move RM-MAX-AGG to rm-agg-idx
                 exit paragraph
              end-if
              add 1 to rm-agg-count-used
              move rm-agg-count-used to rm-agg-idx
              initialize rm-agg(rm-agg-idx)
              move rm-find-kind to rm-agg-kind(rm-agg-idx)
              move rm-find-key to rm-agg-key(rm-agg-idx)
           end-if
           .

        write-remake-report.
           open output remake-report
           move rm-this-mm to rpt-hdr-mm
           move rm-this-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input supplier-file
           if not fs-okay
              move "y" to rm-no-supplier-file
           end-if
           move "By lab" to rpt-section
           write report-line from report-section-line
           write report-line from report-column-line
           move "L" to rm-find-kind
           perform write-section-rows

           move spaces to report-line
           write report-line
           move "By dispenser" to rpt-section
           write report-line from report-section-line
           write report-line from report-column-line
           move "D" to rm-find-kind
           perform write-section-rows

           if rm-no-supplier-file not equals "y"
              close supplier-file
           end-if
           close remake-report
           .

        write-section-rows.
           move "n" to eof
           perform varying rm-agg-idx from 1 by 1
                until rm-agg-idx > rm-agg-count-used
              if rm-agg-kind(rm-agg-idx) equals rm-find-kind
                 move "y" to eof
                 perform write-aggregate-line
              end-if
           end-perform
           if eof equals "n"
              write report-line from report-none-line
           end-if
           .

        write-aggregate-line.
           move rm-agg-key(rm-agg-idx) to rpt-key
           if rm-agg-kind(rm-agg-idx) equals "L"
              perform name-lab-row
           end-if
           move rm-agg-back(rm-agg-idx) to rpt-back
           move rm-agg-remakes(rm-agg-idx) to rpt-remakes
           if rm-agg-back(rm-agg-idx) > 0
              compute rm-rate rounded =
                 rm-agg-remakes(rm-agg-idx) * 100
                 / rm-agg-back(rm-agg-idx)
           else
              move 0 to rm-rate
           end-if
           move rm-rate to rpt-rate
           move rm-agg-le(rm-agg-idx) to rpt-le
           move rm-agg-de(rm-agg-idx) to rpt-de
           move rm-agg-nt(rm-agg-idx) to rpt-nt
           move rm-agg-br(rm-agg-idx) to rpt-br
           write report-line from report-detail-line
           .

      *> lab rows print the lab's name off the supplier master - the
      *> id alone when the master doesn't know it
        name-lab-row.
           move rm-agg-key(rm-agg-idx)(1:5) to rm-lab-key
           if rm-lab-key equals 0
              move "House lab" to rpt-key
              exit paragraph
           end-if
           if rm-no-supplier-file equals "y"
              exit paragraph
           end-if
           move rm-lab-key to su-supplier-id
           read supplier-file
              invalid key
                 exit paragraph
           end-read
           move spaces to rpt-key
           string rm-lab-key " " su-name delimited by size
              into rpt-key
           end-string
           .

       copy "common.cpy".
