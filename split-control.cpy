*> One SPLITCTL line, written by msgsplit when it cuts the night's
*> MESSAGES into stream files and read back by msgmerge, which has to
*> prove the merged streams add back up to what actually arrived.
*> SPL is the split as a whole: how many streams were cut, how many
*> batches and detail-plus-CON records MESSAGES held, and the sum of
*> every trailer's count as the senders wrote them. STR is one stream:
*> its batches, records and trailer counts. ORG is one batch, in the
*> order it arrived: its origin-system, header date, the stream it
*> went to, the records copied and the count its own trailer carried
*> (trailer-seen N when the batch had no trailer at all - the stream
*> run will say it is out of balance, the split only passes it on).
01  split-control-ws.
    05  split-type-ws       PIC X(3).                   *> SPL, STR or ORG
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-stream-ws     PIC 9(1).                   *> SPL: streams cut; STR and ORG: the stream
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-date-ws       PIC 9(8).                   *> SPL: date of the split; ORG: the batch header's date
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-origin-ws     PIC X(8).                   *> ORG only
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-batches-ws    PIC 9(2).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-records-ws    PIC 9(7).                   *> detail and CON records
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-trailer-ws    PIC 9(7).
    05  FILLER              PIC X(1) VALUE SPACE.
    05  split-trailer-seen-ws PIC X(1).                 *> ORG only
