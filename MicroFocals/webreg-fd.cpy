      *> web pre-registration staging queue - what new customers
      *> typed on the website before their first visit, loaded
      *> daily by webregload.cbl and held here rather than in the
      *> customer file until reception has checked it with the
      *> customer at the counter (webreg.cbl). accepting an entry
      *> creates the customer record or merges the details into an
      *> existing one; a rejected entry stays on file with its
      *> reason for the rejections report (webregrpt.cbl).
       fd webreg-file.
       01 webreg-entry.
       copy "webreginfo.cpy" replacing ==:Prefix-:== by ==wb-==.
