      *> CUSTLINKREC - Customer relationship link, one per pair of
      *> CUST-IDs that belong together without being the same person
      *> (DUPSCAN/DUPMERGE handle those). Kept on CUSTLINK.DAT, keyed
      *> in and ended through LINKMANT; LINKSCN proposes same-address
      *> links from CUSTCONT.IDX for LINKMANT review; DUPMERGE moves a
      *> merged-away customer's links onto the survivor. Read back by
      *> CUSTINQ. Links are never deleted -- an ended link keeps its
      *> dates on file.
      *>   Household and same-address links read the same both ways;
      *>   a guarantor link reads LK-CUST-ID-1 stands guarantor for
      *>   LK-CUST-ID-2.
      *>   A link is in force from LK-START-DATE through LK-END-DATE
      *>   (zero = open-ended) while LK-ACTIVE. A proposal carries no
      *>   start date until a reviewer accepts it.
01  CUSTOMER-LINK-RECORD.
    05  LK-LINK-ID              PIC 9(6).
    05  LK-CUST-ID-1            PIC 9(6).
    05  LK-CUST-ID-2            PIC 9(6).
    05  LK-LINK-TYPE            PIC X(01).
        88  LK-HOUSEHOLD            VALUE 'F'.
        88  LK-GUARANTOR            VALUE 'A'.
        88  LK-SAME-ADDRESS         VALUE 'E'.
        88  LK-VALID-TYPE           VALUES 'F' 'A' 'E'.
    05  LK-START-DATE           PIC 9(8).
    05  LK-END-DATE             PIC 9(8).
    05  LK-STATUS               PIC X(01).
        88  LK-PROPOSED             VALUE 'P'.
        88  LK-ACTIVE               VALUE 'A'.
        88  LK-DECLINED             VALUE 'K'.
    05  LK-CREATED-BY           PIC X(08).
    05  LK-CREATED-DATE         PIC 9(8).
    05  LK-CHANGED-BY           PIC X(08).
    05  LK-CHANGED-DATE         PIC 9(8).
