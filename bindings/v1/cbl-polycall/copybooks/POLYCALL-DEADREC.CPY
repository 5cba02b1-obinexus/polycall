      *    (trailing, like the fields above it) - a dead-letter
      *    record finally names whose failure it is.
           05  PC-DL-ORIGIN            PIC X(8).
      *    The transaction's resend flag, carried through so a
      *    replay sends exactly as the original would have. Set it
      *    to Y on a DUPLICATE_SEND dead-letter only when the
      *    partner has confirmed it needs the message again.
           05  PC-DL-RESEND-FLAG       PIC X(1).
               88  PC-DL-RESEND-REQUESTED         VALUE "Y".
