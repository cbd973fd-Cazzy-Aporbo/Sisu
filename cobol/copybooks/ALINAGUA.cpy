      *-----------------------------------------------------------*
      * ALINAGUA - guardian contact, 135 bytes, one line per      *
      * guardian of a student (a student with two guardians on    *
      * file has two lines and both are written to). Read by the  *
      * ALINALTR notification letters.                            *
      *                                                           *
      * GU-STUDENT       student name as on the ALINAROS roster   *
      * GU-NAME          guardian's name                          *
      * GU-STREET        mailing address, street line             *
      * GU-CITY          mailing address, city/state/postal line  *
      * GU-CONTACT       preferred contact: MAIL, EMAIL or PHONE  *
      * GU-CONTACT-ADDR  the e-mail address or telephone number   *
      *                  for EMAIL or PHONE                       *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  GUARDIAN-RECORD.                                  *
      *         COPY ALINAGUA REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: GU-STUDENT         PIC X(15).
       :LVL: GU-NAME            PIC X(25).
       :LVL: GU-STREET          PIC X(30).
       :LVL: GU-CITY            PIC X(30).
       :LVL: GU-CONTACT         PIC X(5).
       :LVL: GU-CONTACT-ADDR    PIC X(30).
