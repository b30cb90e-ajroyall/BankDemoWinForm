000900*---------------------------------------------------------------*
001000* Linkage data passed between BBANK50P and DBANK20P to queue a  *
001010* large-transfer e-mail alert on BNKMAILQ.                      *
001020* DBANK20P routes each item by the customer's BNKCHPF channel   *
001030* preference - e-mail, a text to the verified mobile, or both - *
001040* and says in CD20O-CHANNEL which it queued.                    *
001100*****************************************************************
001300   01  CD20-DATA.
001400       10  CD20I-DATA.
      *          statement date marks an e-statement so the dispatcher
      *          can fall a bounced one back to paper.
001910           15  CD20I-TAG                 PIC X(30).
      *          Blank or 'S' is a service notice and always goes out;
      *          'M' is marketing or a campaign item and is queued
      *          only with live e-mail marketing consent on BNKMKTC.
001920           15  CD20I-PURPOSE             PIC X(1).
001930               88  CD20I-MARKETING       VALUE 'M'.
      *          'Y' when the caller has no e-mail route for the
      *          customer - the item is queued only if it goes by text.
001940           15  CD20I-SMS-ONLY            PIC X(1).
001950               88  CD20I-SMS-ONLY-YES    VALUE 'Y'.
      *          A number to text this item to whatever the preference
      *          - the code that verifies a new mobile goes this way.
001960           15  CD20I-MOBILE              PIC X(15).
002000       10  CD20O-DATA.
002100           15  CD20O-STATUS              PIC X(1).
002200               88  CD20O-SAVE-OK         VALUE "Y".
002300               88  CD20O-SUPPRESSED      VALUE "S".
002400           15  CD20O-CHANNEL             PIC X(1).
002500               88  CD20O-BY-EMAIL        VALUE "E".
002600               88  CD20O-BY-SMS          VALUE "S".
002700               88  CD20O-BY-BOTH         VALUE "B".
