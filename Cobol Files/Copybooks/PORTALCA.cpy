      *> Commarea LINKed to PORTAL-INQUIRY by the customer portal's
      *> web front end. The caller puts one small JSON object in
      *> PQ-REQUEST-JSON - the service account's "user" and
      *> "password", and a "custId", an "orderId" or both - padded
      *> with spaces, and gets a JSON document back in
      *> PQ-RESPONSE-JSON, space-padded after the closing brace,
      *> with its significant length in PQ-RESPONSE-LENGTH so the
      *> front end need not trim it. PQ-RETURN-CODE repeats the
      *> document's "status" for callers that would rather not
      *> parse it to branch: '00' answered, 'NF' nothing known
      *> under the ID given, 'AU' service account refused, 'RQ'
      *> request unreadable, 'ER' a file or table the answer needs
      *> was unavailable.
           05  PQ-REQUEST-JSON   PIC X(500).
           05  PQ-RETURN-CODE    PIC X(2).
           05  PQ-RESPONSE-LENGTH PIC S9(4) COMP.
           05  PQ-RESPONSE-JSON  PIC X(1000).
