               88  chlog-denied        value 'D'.
           05  chlog-before-image      pic x(79).
           05  chlog-after-image       pic x(79).
      *  Screen that wrote the record ('TRANONL', 'SUSPONL',        *
      *  'SECONL', 'DUPONL', 'APRVONL'); spaces on records logged   *
      *  before it was carried, where the CHLGRPT report tells the  *
      *  screen from the images.                                    *
           05  chlog-source            pic x(07).
