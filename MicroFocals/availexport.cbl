       01 av-con-idx            binary-long.
       01 av-offset             binary-long.
       01 av-line-count         binary-long value 0.
      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       01 av-week-absent        pic x.
       01 av-slot-ok            pic x.
       01 av-on-leave           pic x.

           open input appointment-file
           open output avail-feed
           perform begin-interface-file

           perform varying av-offset from 1 by 1
                until av-offset > av-days
           end-perform

           close appointment-file
           perform end-interface-file

           display av-line-count " bookable slot(s) in the feed"
           goback.
           move cp-Consultant-Id(av-con-idx) to ad-consultant-id
           move cp-FullName(av-con-idx) to ad-consultant-name
           write avail-line from avail-detail
           move "R" to ifc-action
           move length of avail-detail to ifc-record-len
           call "ifcreg" using ifc-request avail-detail
           end-call
           add 1 to av-line-count
           .

           close consult-leave-file
           .

      *> the availability feed goes out framed - the standard header
      *> first, the trailer carrying the record count and hash total
      *> last - and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "AVAILFD" to ifc-interface
           move "$MFOCALDIR/availfeed.txt" to ifc-file-name
           move "n" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request avail-line
           end-call
           write avail-line from ifc-frame-line
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request avail-line
           end-call
           write avail-line from ifc-frame-line
           close avail-feed
           move "K" to ifc-action
           call "ifcreg" using ifc-request avail-line
           end-call
           .

       copy "common.cpy".
