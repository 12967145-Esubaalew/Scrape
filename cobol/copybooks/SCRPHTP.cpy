    *> SCRPHTP - HTTP response detail: the fifth parameter on every
    *> CALL to the fetcher, after the URL, capture area, CURL status
    *> and length. The fetcher fills it from the response it got:
    *> the final HTTP status code, the status of the first redirect
    *> it followed (zero when the page answered directly), the URL
    *> the redirects ended at, and the Content-Type and
    *> Last-Modified headers as the server sent them (blank when it
    *> sent none). A CURL failure before any response came back
    *> leaves the codes zero and the text columns blank - the
    *> caller clears the block before every CALL.
    01  SCRP-HTP-DETAIL.
        05  SCRP-HTP-HTTP-CODE      PIC 9(3).
        05  SCRP-HTP-REDIRECT-CODE  PIC 9(3).
        05  SCRP-HTP-FINAL-URL      PIC X(200).
        05  SCRP-HTP-CONTENT-TYPE   PIC X(60).
        05  SCRP-HTP-LAST-MODIFIED  PIC X(30).
